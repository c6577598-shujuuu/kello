      *CONTROLE DE EXECUCAO DOS GERADORES EM LOTE (RCP105, COP047,
      *CCP118, PDP105 - VER GRDEXE): UM REGISTRO POR EXECUCAO COM O
      *ESCOPO, OS PARAMETROS E A ULTIMA CHAVE PROCESSADA. EXECUCAO
      *INTERROMPIDA E' RETOMADA DAQUELA CHAVE; OUTRA EXECUCAO SOBRE O
      *MESMO ESCOPO E' RECUSADA ATE ESTA SER ESTORNADA. O QUE A
      *EXECUCAO GRAVOU FICA NO LOG018, PARA O ESTORNO.
       FD  LOG017.
       01  REG-LOG017.
           05  CHAVE-LOG17.
               10  PROGRAMA-LOG17    PIC X(8).
               10  EXECUCAO-LOG17    PIC 9(6).
           05  ESCOPO-INI-LOG17      PIC X(20).
           05  ESCOPO-FIM-LOG17      PIC X(20).
      *    ESCOPO = FAIXA QUE A EXECUCAO ALCANCA (CONTRATO, PERIODO,
      *    MES...); INICIO = FIM QUANDO NAO E' FAIXA. DUAS EXECUCOES
      *    VIVAS DO MESMO PROGRAMA NAO PODEM TER FAIXAS QUE SE TOCAM
           05  PARAMETROS-LOG17      PIC X(40).
           05  SITUACAO-LOG17        PIC X(1).
               88  EXECUCAO-ANDAMENTO-LOG17 VALUE "A".
               88  EXECUCAO-CONCLUIDA-LOG17 VALUE "C".
               88  EXECUCAO-ESTORNADA-LOG17 VALUE "E".
      *    SITUACAO-LOG17 = "A" EM ANDAMENTO (OU INTERROMPIDA);
      *    "C" CONCLUIDA; "E" ESTORNADA (NAO BLOQUEIA MAIS O ESCOPO)
           05  ULTIMA-CHAVE-LOG17    PIC X(30).
           05  QTDE-ITENS-LOG17      PIC 9(6).
      *    QTDE-ITENS-LOG17 = ITENS JA REGISTRADOS NO LOG018 (ULTIMA
      *    SEQUENCIA USADA; NAO DIMINUI NO ESTORNO PARCIAL)
           05  USUARIO-LOG17         PIC X(5).
           05  INICIO-LOG17          PIC 9(14).
           05  TERMINO-LOG17         PIC 9(14).
           05  USUARIO-ESTORNO-LOG17 PIC X(5).
           05  DATA-ESTORNO-LOG17    PIC 9(14).
           05  FILLER                PIC X(20).
