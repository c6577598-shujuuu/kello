      *    NOS REGISTROS ANTERIORES = CONTRATO NAO IDENTIFICADO). E O
      *    ELO QUE A PROGRAMACAO DE PRODUCAO LBP128 USA PARA CHEGAR A
      *    TURMA E A DATA DE FORMATURA.
           05  FOTOGRAFO-RECP       PIC 9(6).
      *    FOTOGRAFO-RECP = CODIGO-CG01 DO FOTOGRAFO QUE FEZ AS FOTOS
      *    DA LINHA, CARIMBADO PELA ESCALA DE FOTOGRAFOS (COP101 -
      *    COD085); ZERO OU BRANCO = SEM FOTOGRAFO IDENTIFICADO. BASE
      *    DA CONVERSAO DE VENDAS POR FOTOGRAFO (COP102).
           05  FILLER               PIC X(38).
