      *ARQUIVO DE ASSINATURAS DO CONTRATO: UM REGISTRO POR CONTRATO
      *(COD041) E SIGNATARIO - O FORMANDO TITULAR E CADA RESPONSAVEL
      *FINANCEIRO DO COD053 - COM A DATA DE ENVIO, O CANAL (PAPEL OU
      *PLATAFORMA DE ASSINATURA ELETRONICA), A DATA DA ASSINATURA E A
      *REFERENCIA DO DOCUMENTO. O ENVIO ELETRONICO E' REGISTRADO NA
      *EXPORTACAO DA MINUTA (COP065); O PAPEL, O RETORNO DA PLATAFORMA
      *E A LISTA DE PENDENTES POR TURMA FICAM NO COP099. GERACAO DE
      *PARCELAS (COP047) E CONVERSAO DE PEDIDO (PDP104) CONSULTAM PELO
      *GRDASS. CONTRATO SEM REGISTRO = NADA ENVIADO AINDA.
       FD  COD083.
       01  REG-COD083.
           05  CHAVE-CO83.
               10  NR-CONTRATO-CO83  PIC 9(6).
               10  TIPO-SIGNAT-CO83  PIC X(1).
      *        TIPO-SIGNAT-CO83 = "F" FORMANDO (TITULAR DO CONTRATO)
      *                           "R" RESPONSAVEL FINANCEIRO (COD053)
               10  SEQ-SIGNAT-CO83   PIC 9(2).
      *        SEQ-SIGNAT-CO83 = 00 NO FORMANDO; SEQ-FIADOR-CO53 NO
      *                          RESPONSAVEL
           05  CURSO-CO83            PIC X(4).
           05  TURMA-CO83            PIC X(3).
           05  NOME-CO83             PIC X(40).
           05  CPF-CO83              PIC 9(16).
           05  CANAL-CO83            PIC X(1).
      *    CANAL-CO83 = "P" PAPEL  "E" PLATAFORMA ELETRONICA
           05  DATA-ENVIO-CO83       PIC 9(8).
           05  DATA-ASSINATURA-CO83  PIC 9(8).
      *    DATA-ENVIO-CO83/DATA-ASSINATURA-CO83 = AAAAMMDD (ZERO =
      *    AINDA NAO)
           05  SITUACAO-CO83         PIC 9.
      *    SITUACAO-CO83 = 0-A ENVIAR  1-ENVIADO  2-ASSINADO
      *                    3-RECUSADO/EXPIRADO (REENVIAR)
           05  DOCUMENTO-CO83        PIC X(30).
      *    DOCUMENTO-CO83 = ID DO ENVELOPE NA PLATAFORMA OU LOCAL DO
      *    PAPEL ARQUIVADO
           05  USUARIO-CO83          PIC X(5).
           05  FILLER                PIC X(20).
