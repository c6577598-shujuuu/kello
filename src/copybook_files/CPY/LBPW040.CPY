      *ARQUIVO DE LINHAS DO LOG DE PRODUCAO DO MINILAB IMPORTADAS PELO
      *LBP131: CADA TRABALHO (JOB = ALBUM + TIPO DE FOTO, EXPORTADO
      *PARA A PASTA DO MINILAB) IMPRESSO NUMA IMPRESSORA E HORARIO.
      *LINHA QUE PASSA NAS VALIDACOES DO LBP103 VIRA MOVIMENTO NO
      *LBD103 (SITUACAO 1, COM A CHAVE GRAVADA); A QUE NAO PASSA FICA
      *NA FILA DO SUPERVISOR (SITUACAO 0) COM A OCORRENCIA, EM VEZ DE
      *SE PERDER. A CHAVE TAMBEM IMPEDE IMPORTAR A MESMA LINHA DUAS
      *VEZES.
       FD  LBD040.
       01  REG-LBD040.
           05  CHAVE-LB40.
               10  JOB-LB40          PIC X(10).
      *        JOB-LB40 = ALBUM-RECP (8) + CODIGO-LB27 (2)
               10  DATA-LB40         PIC 9(8).
               10  HORA-INIC-LB40    PIC 9(4).
           05  IMPRESSORA-LB40       PIC X(2).
           05  HORA-FIM-LB40         PIC 9(4).
           05  QTDE-FOTOS-LB40       PIC 9(5).
           05  QTDE-REIMP-LB40       PIC 9(5).
      *    QTDE-REIMP-LB40 = REIMPRESSOES DO TRABALHO, GRAVADAS COMO
      *    MOVIMENTO DE REFACAO (REFACAO-L103 = 1)
           05  ALBUM-LB40            PIC 9(8).
           05  TIPO-FOTO-LB40        PIC X(2).
           05  FUNCIONARIO-LB40      PIC 9(6).
           05  TURNO-LB40            PIC X(1).
           05  MOTIVO-REFACAO-LB40   PIC X(2).
           05  SITUACAO-LB40         PIC 9.
      *    SITUACAO-LB40 = 0-PENDENTE (FILA DO SUPERVISOR)
      *                    1-GRAVADO NO LBD103
      *                    2-DESCARTADO PELO SUPERVISOR
           05  OCORRENCIA-LB40       PIC X(30).
      *    OCORRENCIA-LB40 = VALIDACAO QUE MANDOU A LINHA PARA A FILA
           05  SEQ-L103-LB40         PIC 9(3).
           05  SEQ-REFACAO-LB40      PIC 9(3).
      *    SEQ-L103-LB40/SEQ-REFACAO-LB40 = SEQ-L103 DOS MOVIMENTOS
      *    GRAVADOS NA DATA-LB40 (ZERO = NAO GRAVADO)
           05  DATA-IMPORTACAO-LB40  PIC 9(8).
           05  USUARIO-LB40          PIC X(5).
           05  SUPERVISOR-LB40       PIC X(5).
      *    SUPERVISOR-LB40 = QUEM GRAVOU OU DESCARTOU PELA FILA
           05  FILLER                PIC X(10).
