      *ARQUIVO DE AUSENCIAS DOS FUNCIONARIOS DO LABORATORIO (CGD001):
      *FERIAS, ATESTADO MEDICO, FOLGA COMPENSATORIA E FALTA, COM O
      *PERIODO E O DOCUMENTO, E O DIREITO DE FERIAS ADQUIRIDO (TIPO
      *D) PARA O SALDO. MANUTENCAO E RELATORIO EM LBP135; CONSULTA
      *POR DATA EM LBP046V (ESCALA LBP118, TELA LBP103, IMPORTACAO
      *LBP131 E FOLHA DE PONTO LBP130).
       FD  LBD046.
       01  REG-LBD046.
           05  CHAVE-LB46.
               10  FUNCIONARIO-LB46  PIC 9(6).
               10  DATA-INIC-LB46    PIC 9(8).
               10  TIPO-LB46         PIC X(1).
      *    TIPO-LB46 = F-FERIAS  A-ATESTADO MEDICO  C-FOLGA
      *                COMPENSATORIA  X-FALTA  D-DIREITO DE FERIAS
           05  DATA-FIM-LB46         PIC 9(8).
      *    DATA-FIM-LB46 = ULTIMO DIA DA AUSENCIA; NO TIPO D, DATA
      *                    LIMITE PARA O GOZO (PERIODO CONCESSIVO)
           05  DIAS-LB46             PIC 9(3).
      *    DIAS-LB46 = DIAS CORRIDOS DA AUSENCIA; NO TIPO D, DIAS DE
      *                FERIAS ADQUIRIDOS
           05  DOCUMENTO-LB46        PIC X(20).
      *    DOCUMENTO-LB46 = ATESTADO, AVISO DE FERIAS, ACORDO ETC.
           05  USUARIO-LB46          PIC X(5).
           05  DATA-INCLUSAO-LB46    PIC 9(8).
           05  FILLER                PIC X(10).
