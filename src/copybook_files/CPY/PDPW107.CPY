      *ARQUIVO DE METAS MENSAIS DE VENDAS POR VENDEDOR: VALOR
      *EFETIVADO (PDD100 SITUACAO 4), NUMERO DE PEDIDOS EFETIVADOS E
      *NUMERO DE TURMAS NOVAS (PROSPECTS GANHOS NO COD074). MANUTENCAO
      *E RELATORIO DE ATINGIMENTO (MES E ACUMULADO DO ANO) NO PDP112;
      *O ATINGIMENTO E APURADO PELO PDP112V, QUE TAMBEM SERVE AO
      *PDP105 PARA AS FAIXAS DE COMISSAO (CCD118).
       FD  PDD107.
       01  REG-PDD107.
           05  CHAVE-PD107.
               10  VENDEDOR-PD107    PIC 9(6).
      *        VENDEDOR-PD107 = MESMO CODIGO DE VENDEDOR-PD100
               10  MESANO-PD107      PIC 9(6).
      *        MESANO-PD107 = AAAAMM DA META
           05  META-VALOR-PD107      PIC 9(8)V99.
           05  META-PEDIDOS-PD107    PIC 9(5).
           05  META-TURMAS-PD107     PIC 9(3).
           05  DATA-ATUALIZ-PD107    PIC 9(8).
           05  USUARIO-PD107         PIC X(5).
           05  FILLER                PIC X(20).
