      *ARQUIVO DE PROSPECCAO DE TURMAS (ESCOLA/CURSO/TURMA PREVISTA)
      *TRABALHADAS PELO VENDEDOR ANTES DE EXISTIR PEDIDO NO PDD100.
      *MANUTENCAO, VISITAS/PROPOSTAS (COD075) E RELATORIO NO COP094;
      *O PROSPECT GANHO VIRA TURMA NO COD043 E COMISSAO NO COD055.
       FD  COD074.
       01  REG-COD074.
           05  NR-PROSPECT-CO74      PIC 9(6).
           05  INSTITUICAO-CO74      PIC X(30).
           05  CURSO-CO74            PIC X(4).
           05  TURMA-CO74            PIC X(3).
      *    CURSO/TURMA-CO74 = CODIGOS PREVISTOS (COD042/COD043); PODEM
      *    FICAR EM BRANCO ATE O GANHO, QUANDO SAO EXIGIDOS
           05  DESCR-CURSO-CO74      PIC X(30).
           05  ANO-FORMATURA-CO74    PIC 9(4).
           05  CONTATO-CO74          PIC X(30).
           05  CARGO-CONTATO-CO74    PIC X(15).
           05  DDD-FONE-CO74         PIC 9(2).
           05  FONE-CO74             PIC 9(9).
           05  E-MAIL-CO74           PIC X(30).
           05  QT-FORMANDOS-CO74     PIC 9(4).
           05  CONCORRENTE-CO74      PIC X(20).
      *    CONCORRENTE-CO74 = QUEM JA ATENDE/DISPUTA A TURMA
           05  VENDEDOR-CO74         PIC 9(6).
      *    VENDEDOR-CO74 = MESMO CODIGO DE VENDEDOR-PD100
           05  SITUACAO-CO74         PIC 9.
              88  PROSPECT-ABERTO-CO74     VALUE 0.
              88  PROSPECT-PROPOSTA-CO74   VALUE 1.
              88  PROSPECT-GANHO-CO74      VALUE 2.
              88  PROSPECT-PERDIDO-CO74    VALUE 3.
              88  PROSPECT-DESCARTADO-CO74 VALUE 4.
      *    SITUACAO-CO74 = 0-EM PROSPECCAO  1-PROPOSTA APRESENTADA
      *    2-GANHO (TURMA NO COD043)  3-PERDIDO  4-DESCARTADO
           05  DATA-ABERTURA-CO74    PIC 9(8).
           05  DATA-SITUACAO-CO74    PIC 9(8).
           05  PERDIDO-PARA-CO74     PIC X(20).
           05  MOTIVO-CO74           PIC X(40).
      *    PERDIDO-PARA/MOTIVO-CO74 = CONCORRENTE QUE LEVOU A TURMA E
      *    POR QUE (PRECO, PRAZO...); MOTIVO TAMBEM NO DESCARTE
           05  QTDE-CONTATOS-CO74    PIC 9(3).
      *    QTDE-CONTATOS-CO74 = ULTIMA SEQUENCIA USADA NO COD075
           05  USUARIO-CO74          PIC X(5).
           05  FILLER                PIC X(20).
