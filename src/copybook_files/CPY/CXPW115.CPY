      *ARQUIVO DO RESULTADO DO RATEIO MENSAL POR CENTRO DE CUSTO
      *(GERADO PELO CXP128): PARA CADA MES, CENTRO E CONTA REDUZIDA, O
      *VALOR LANCADO DIRETO NO CENTRO E O RECEBIDO POR RATEIO, COM O
      *MESMO SINAL DO DRE CXP122 (CREDITO POSITIVO, DEBITO NEGATIVO).
      *O CXD100 NAO E TOCADO: O CAIXA CONTINUA O QUE ENTROU E SAIU;
      *ESTE ARQUIVO E A VISAO GERENCIAL. REAPURAR UM MES APAGA E
      *REGRAVA OS REGISTROS DO MES.
       FD  CXD115.
       01  REG-CXD115.
           05  CHAVE-CX115.
               10  MESANO-CX115      PIC 9(6).
               10  CENTRO-CX115      PIC 9(3).
               10  CONTA-REDUZ-CX115 PIC 9(5).
           05  VALOR-DIRETO-CX115    PIC S9(11)V99.
           05  VALOR-RATEADO-CX115   PIC S9(11)V99.
           05  DATA-APURACAO-CX115   PIC 9(8).
           05  USUARIO-CX115         PIC X(5).
           05  FILLER                PIC X(10).
