      *ARQUIVO DE VISITAS E PROPOSTAS DE CADA PROSPECT DO COD074, NA
      *ORDEM EM QUE ACONTECERAM (VER COP094).
       FD  COD075.
       01  REG-COD075.
           05  CHAVE-CO75.
               10  NR-PROSPECT-CO75  PIC 9(6).
               10  SEQ-CO75          PIC 9(3).
           05  TIPO-CO75             PIC X.
              88  CONTATO-VISITA-CO75      VALUE "V".
              88  CONTATO-PROPOSTA-CO75    VALUE "P".
      *    TIPO-CO75 = V-VISITA/REUNIAO  P-PROPOSTA APRESENTADA
           05  DATA-CO75             PIC 9(8).
           05  DESCRICAO-CO75        PIC X(40).
           05  VALOR-PROPOSTA-CO75   PIC 9(8)V99.
      *    VALOR-PROPOSTA-CO75 = VALOR POR FORMANDO NA PROPOSTA
           05  RESULTADO-CO75        PIC X.
      *    RESULTADO-CO75 = A-AGUARDANDO  S-ACEITA  N-RECUSADA
      *    (BRANCO NA VISITA)
           05  DATA-RESULTADO-CO75   PIC 9(8).
           05  USUARIO-CO75          PIC X(5).
           05  FILLER                PIC X(10).
