      *ARQUIVO DE CONTROLE DOS LOTES DE RPS DA NFS-E: CADA EXECUCAO DO
      *COP092 VIRA UM LOTE NUMERADO (ARQUIVO NO LAYOUT DA PREFEITURA)
      *E O RETORNO LIDO PELO COP093 O DA POR PROCESSADO, NOS MOLDES DO
      *CPD024 DA REMESSA DE PAGAMENTO.
       FD  COD073.
       01  REG-COD073.
           05  NR-LOTE-CO73          PIC 9(6).
           05  DATA-GERACAO-CO73     PIC 9(8).
           05  SERIE-RPS-CO73        PIC X(5).
           05  DATA-INI-CO73         PIC 9(8).
           05  DATA-FIM-CO73         PIC 9(8).
           05  QTDE-RPS-CO73         PIC 9(6).
           05  VALOR-TOTAL-CO73      PIC 9(11)V99.
           05  CNPJ-PREST-CO73       PIC 9(14).
           05  INSCR-MUNIC-CO73      PIC X(15).
      *    CNPJ-PREST/INSCR-MUNIC-CO73 = PRESTADOR (A EMPRESA) NO
      *    CABECALHO DO LOTE; O COP092 OFERECE OS DO LOTE ANTERIOR
           05  SITUACAO-CO73         PIC 9.
      *    SITUACAO-CO73 = 0-GERADO  1-PROCESSADO (RETORNO LIDO)
           05  DATA-SITUACAO-CO73    PIC 9(8).
           05  USUARIO-CO73          PIC X(5).
           05  FILLER                PIC X(10).
