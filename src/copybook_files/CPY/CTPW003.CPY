      *ARQUIVO DE BENS DO ATIVO IMOBILIZADO: CUSTO, DATA DE AQUISICAO,
      *VIDA UTIL E BAIXA DE CADA BEM - OS EQUIPAMENTOS DE REPORTAGEM
      *DO VID110 E AS IMPRESSORAS DO LBD026 (LIGADOS PELA ORIGEM +
      *REFERENCIA) E OS DEMAIS BENS (VEICULOS, MOVEIS DO ESTUDIO...).
      *MANUTENCAO EM CTP005; DEPRECIACAO MENSAL LINEAR NO CTP006
      *(LANCADA NO CXD100 COMO LANCAMENTO SEM CAIXA); BAIXA COM GANHO
      *OU PERDA PELO CTP005V (CHAMADO PELO CTP005 E PELO VIP120); O
      *RAZAO DE CADA BEM (CTD004) SAI NO CTP007.
       FD  CTD003.
       01  REG-CTD003.
           05  CODIGO-BEM-CT03       PIC 9(6).
           05  ORIGEM-CT03           PIC X(1).
      *    ORIGEM-CT03 = "V" EQUIPAMENTO DE REPORTAGEM (VID110)
      *                  "L" IMPRESSORA DO LABORATORIO (LBD026)
      *                  "O" OUTRO BEM (SEM CADASTRO DE ORIGEM)
           05  REFERENCIA-CT03       PIC X(6).
      *    REFERENCIA-CT03 = EQUIPAMENTO-V110 (ORIGEM "V"), CODIGO-LB26
      *    NAS 2 PRIMEIRAS POSICOES (ORIGEM "L"); BRANCO NA ORIGEM "O"
           05  DESCRICAO-CT03        PIC X(30).
           05  CATEGORIA-CT03        PIC 9.
      *    CATEGORIA-CT03 = 1-EQUIPAMENTO DE VIDEO/FOTO  2-IMPRESSORA
      *                     3-VEICULO  4-MOVEIS E UTENSILIOS  5-OUTRO
           05  DATA-AQUISICAO-CT03   PIC 9(8).
           05  CUSTO-CT03            PIC 9(9)V99.
           05  VALOR-RESIDUAL-CT03   PIC 9(9)V99.
           05  VIDA-UTIL-CT03        PIC 9(3).
      *    VIDA-UTIL-CT03 = VIDA UTIL EM MESES; A QUOTA MENSAL E
      *    (CUSTO - RESIDUAL) / VIDA UTIL, A PARTIR DO MES DE AQUISICAO
           05  CONTA-REDUZ-CT03      PIC 9(5).
      *    CONTA-REDUZ-CT03 = CONTA REDUZIDA DA DESPESA DE DEPRECIACAO
      *    NO CXD100 (E NO DRE CXP122)
           05  CENTRO-CUSTO-CT03     PIC 9(3).
           05  DEPREC-ACUM-CT03      PIC 9(9)V99.
           05  ULTIMO-MES-CT03       PIC 9(6).
      *    ULTIMO-MES-CT03 = AAAAMM DA ULTIMA DEPRECIACAO LANCADA;
      *    ZEROS = NENHUMA AINDA
           05  SITUACAO-CT03         PIC 9.
      *    SITUACAO-CT03 = 0-EM USO  1-TOTALMENTE DEPRECIADO  2-BAIXADO
           05  DATA-BAIXA-CT03       PIC 9(8).
           05  VALOR-VENDA-CT03      PIC 9(9)V99.
           05  RESULTADO-BAIXA-CT03  PIC S9(9)V99.
      *    RESULTADO-BAIXA-CT03 = VENDA MENOS VALOR CONTABIL NA BAIXA
      *    (POSITIVO = GANHO, NEGATIVO = PERDA)
           05  USUARIO-CT03          PIC X(5).
           05  FILLER                PIC X(10).
