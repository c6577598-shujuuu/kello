      *ARQUIVO DOS CONVITES DE CADA CONTRATO (FORMANDO) NUM EVENTO DO
      *COD078: OS INCLUIDOS NO CONTRATO, OS EXTRAS VENDIDOS (COBRADOS
      *COMO PARCELAS DO COD044 DO PROPRIO CONTRATO), A MESA, A
      *LIBERACAO (CONTRATO VIGENTE E SEM PARCELA EM ABERTO VENCIDA) E
      *O CHECK-IN NA PORTARIA. AS CHAVES ALTERNADAS DAO A LISTA
      *ALFABETICA E A LISTA POR MESA DO COP096.
       FD  COD080.
       01  REG-COD080.
           05  CHAVE-CO80.
               10  CURSO-CO80        PIC X(4).
               10  TURMA-CO80        PIC X(3).
               10  EVENTO-CO80       PIC 9(2).
               10  NR-CONTRATO-CO80  PIC 9(6).
           05  NOME-FORMANDO-CO80    PIC X(40).
           05  CLASSIF-CLIENTE-CO80  PIC 9.
           05  CODIGO-CLIENTE-CO80   PIC 9(8).
      *    CLASSIF/CODIGO-CLIENTE-CO80 = TITULAR DO COD041
           05  MESA-CO80             PIC 9(3).
      *    MESA-CO80 = MESA DO COD079; ZERO = AINDA SEM MESA
           05  QTDE-INCLUIDOS-CO80   PIC 9(3).
           05  QTDE-EXTRAS-CO80      PIC 9(3).
           05  VALOR-EXTRAS-CO80     PIC 9(8)V99.
           05  LIBERADO-CO80         PIC 9.
              88  CONVITES-LIBERADOS-CO80  VALUE 1.
      *    LIBERADO-CO80 = 0-BLOQUEADO (VER MOTIVO)  1-LIBERADO
           05  MOTIVO-BLOQUEIO-CO80  PIC X(20).
           05  DATA-LIBERACAO-CO80   PIC 9(8).
      *    DATA-LIBERACAO-CO80 = DATA DA ULTIMA CONFERENCIA
           05  QTDE-PRESENTES-CO80   PIC 9(3).
           05  DATA-CHECKIN-CO80     PIC 9(8).
           05  HORA-CHECKIN-CO80     PIC 9(4).
      *    DATA/HORA-CHECKIN-CO80 = ULTIMA ENTRADA REGISTRADA
           05  USUARIO-CO80          PIC X(5).
           05  FILLER                PIC X(20).
