      *ARQUIVO DE SOLICITACOES DE ALTERACAO DE CAMPO PROTEGIDO (USD006)
      *AGUARDANDO O SEGUNDO USUARIO: VALOR ANTERIOR E NOVO, A IMAGEM A
      *GRAVAR E QUEM PEDIU. GRAVACAO PELO USP007V (COP052, CPP029,
      *CCP121); APROVACAO/RECUSA NA FILA DO USP007, QUE SO ENTAO GRAVA
      *O CAMPO NO ARQUIVO DE ORIGEM. A REMESSA CPP030 NAO PAGA COM
      *DADOS BANCARIOS QUE TENHAM SOLICITACAO PENDENTE.
       FD  USD007.
       01  REG-USD007.
           05  NR-SOLIC-US07         PIC 9(8).
           05  ARQUIVO-US07          PIC X(8).
           05  CHAVE-REG-US07        PIC X(20).
      *    CHAVE-REG-US07 = CHAVE DO REGISTRO NO ARQUIVO DE ORIGEM,
      *    COMO NO LOG3-CHAVE-REG
           05  CAMPO-US07            PIC X(20).
           05  PROGRAMA-US07         PIC X(8).
      *    PROGRAMA-US07 = PROGRAM-ID QUE PEDIU; O APROVADOR PRECISA
      *    DE NIVEL 2 NELE NO USD002
           05  VALOR-ANTERIOR-US07   PIC X(40).
           05  VALOR-NOVO-US07       PIC X(40).
           05  DADOS-NOVOS-US07      PIC X(100).
      *    DADOS-NOVOS-US07 = IMAGEM A GRAVAR NA APROVACAO (LAYOUT
      *    POR ARQUIVO, VER USP007)
           05  MOTIVO-US07           PIC X(30).
           05  SOLICITANTE-US07      PIC X(5).
           05  DATA-SOLIC-US07       PIC 9(8).
           05  HORA-SOLIC-US07       PIC 9(6).
           05  DATA-EXPIRA-US07      PIC 9(8).
           05  SITUACAO-US07         PIC 9.
      *    SITUACAO-US07 = 0-PENDENTE  1-APROVADA E GRAVADA
      *                    2-RECUSADA  3-EXPIRADA
           05  APROVADOR-US07        PIC X(5).
           05  DATA-DECISAO-US07     PIC 9(8).
           05  OBS-DECISAO-US07      PIC X(30).
           05  FILLER                PIC X(10).
