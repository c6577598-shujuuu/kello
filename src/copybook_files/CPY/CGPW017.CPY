      *ARQUIVO DE CONTATOS DEVOLVIDOS PELO BUREAU DE SMS/E-MAIL (UM
      *REGISTRO POR TITULAR CGD011/CGD911 E CANAL): O E-MAIL OU O
      *CELULAR QUE VOLTOU, QUANTAS FALHAS DEFINITIVAS (HARD) E
      *TEMPORARIAS (SOFT), A ULTIMA DATA E MOTIVO. IMPORTADO E BAIXADO
      *PELO CGP102; CONSULTADO PELO GRDDEV (CGP098 DEIXA DE ENVIAR
      *DEPOIS DO LIMITE DE HARD, CGP093 CONTA OS INVALIDADOS). A MARCA
      *SO VALE ENQUANTO O CONTATO DO CADASTRO FOR O MESMO QUE VOLTOU:
      *CORRIGIDO O E-MAIL/CELULAR NO BALCAO, O CONTATO VOLTA A VALER.
      *O REGISTRO DE CHAVE ZERADA (CLASSIF 0, CODIGO 0, CANAL BRANCO)
      *E O CONTROLE: QTDE-HARD-CG17 NELE E O LIMITE DE HARD BOUNCES.
       FD  CGD017.
       01  REG-CGD017.
           05  CHAVE-CG17.
               10  CLASSIF-CG17      PIC 9.
               10  CODIGO-CG17       PIC 9(8).
               10  CANAL-CG17        PIC X(1).
      *        CANAL-CG17 = "E" E-MAIL  "C" CELULAR (SMS)
           05  CONTATO-CG17          PIC X(30).
      *    CONTATO-CG17 = E-MAIL EM MAIUSCULAS OU DDD + OS 8 ULTIMOS
      *    DIGITOS DO CELULAR (MONTADO PELO GRDDEV)
           05  SITUACAO-CG17         PIC 9.
      *    SITUACAO-CG17 = 0-VALIDO (SO FALHA TEMPORARIA, OU BAIXADO
      *    NO BALCAO)  1-INVALIDO (HOUVE FALHA DEFINITIVA)
           05  QTDE-HARD-CG17        PIC 9(3).
           05  QTDE-SOFT-CG17        PIC 9(3).
           05  DATA-FALHA-CG17       PIC 9(8).
           05  TIPO-FALHA-CG17       PIC X(1).
      *    TIPO-FALHA-CG17 = "H" DEFINITIVA  "S" TEMPORARIA (ULTIMA)
           05  MOTIVO-CG17           PIC X(40).
           05  DATA-INVALIDO-CG17    PIC 9(8).
      *    DATA-INVALIDO-CG17 = AAAAMMDD DA FALHA QUE INVALIDOU
           05  DATA-BAIXA-CG17       PIC 9(8).
      *    DATA-BAIXA-CG17 = AAAAMMDD DA CONFIRMACAO NO BALCAO
           05  USUARIO-CG17          PIC X(5).
           05  FILLER                PIC X(10).
