      *ARQUIVO DA ESCALA DE FOTOGRAFOS DOS EVENTOS DA TURMA (COD078):
      *QUEM COBRE A COLACAO, O BAILE, O JANTAR, EM QUE FUNCAO E POR
      *QUAL CACHE. O CACHE ENTRA NO CCD110 COM DOCTO "F" + CHAVE DO
      *EVENTO (CURSO + TURMA + EVENTO), O QUE LIGA O CREDITO A ESCALA.
      *AS FOTOS DE ALBUM FEITAS PELO FOTOGRAFO SAO CARIMBADAS NO
      *RCD100P (FOTOGRAFO-RECP). MANUTENCAO EM COP101, CONVERSAO DE
      *VENDAS POR FOTOGRAFO EM COP102.
       FD  COD085.
       01  REG-COD085.
           05  CHAVE-CO85.
               10  CURSO-CO85        PIC X(4).
               10  TURMA-CO85        PIC X(3).
               10  EVENTO-CO85       PIC 9(2).
               10  SEQ-CO85          PIC 9(2).
           05  FOTOGRAFO-CO85        PIC 9(6).
      *    FOTOGRAFO-CO85 = CODIGO-CG01 / CODIGO-CC115 / CODIGO-CC110
      *    DO PRESTADOR; UM FOTOGRAFO SO UMA VEZ POR EVENTO
           05  FUNCAO-CO85           PIC 9.
              88  FOTOGRAFO-PRINCIPAL-CO85  VALUE 1.
              88  FOTOGRAFO-ASSISTENTE-CO85 VALUE 2.
              88  FOTOGRAFO-ESTUDIO-CO85    VALUE 3.
      *    FUNCAO-CO85 = 1-PRINCIPAL  2-ASSISTENTE  3-ESTUDIO
           05  DATA-EVENTO-CO85      PIC 9(8).
      *    DATA-EVENTO-CO85 = DATA-EVENTO-CO78 NA ESCALACAO
           05  VALOR-CACHE-CO85      PIC 9(8)V99.
           05  DATA-CREDITO-CO85     PIC 9(8).
      *    DATA-CREDITO-CO85 = DATA-MOVTO-CC110 DO CACHE CREDITADO
      *    (CHAVE: DATA + FOTOGRAFO + DOCTO "F"+CURSO+TURMA+EVENTO)
           05  QTDE-ALBUNS-CO85      PIC 9(5).
      *    QTDE-ALBUNS-CO85 = ALBUNS DO RCD100P CARIMBADOS COM O
      *    FOTOGRAFO A PARTIR DESTA ESCALA
           05  SITUACAO-CO85         PIC 9.
              88  ESCALA-ABERTA-CO85       VALUE 0.
              88  ESCALA-CREDITADA-CO85    VALUE 1.
              88  ESCALA-CANCELADA-CO85    VALUE 9.
      *    SITUACAO-CO85 = 0-ESCALADO  1-CACHE CREDITADO NO CCD110
      *                    9-CANCELADO
           05  USUARIO-CO85          PIC X(5).
           05  FILLER                PIC X(20).
