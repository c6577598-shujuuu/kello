      *ARQUIVO DE FAIXAS DE ATINGIMENTO DA TABELA DE COMISSAO
      *(CCD114): PARA UM VENDEDOR E VIGENCIA DO CCD114, O PERCENTUAL
      *QUE PASSA A VALER QUANDO O VENDEDOR ATINGE CERTA PORCENTAGEM DA
      *META DO MES (PDD107 - VER PDP112), P.EX. 100% DA META PAGA 6%
      *EM VEZ DE 5%. VALE A MAIOR FAIXA ALCANCADA; ABAIXO DA PRIMEIRA
      *FAIXA, OU SEM META NO MES, FICA O PERCENTUAL DO CCD114.
      *MANUTENCAO NO CCP120; APLICADO PELO PDP105.
       FD  CCD118.
       01  REG-CCD118.
           05  CHAVE-CC118.
               10  VENDEDOR-CC118    PIC 9(6).
               10  VIGENCIA-CC118    PIC 9(6).
      *        VENDEDOR/VIGENCIA-CC118 = CHAVE-CC114 DA TABELA
               10  ATINGIMENTO-CC118 PIC 9(3).
      *        ATINGIMENTO-CC118 = % DA META A PARTIR DO QUAL VALE
           05  PERCENTUAL-CC118      PIC 9(3)V99.
           05  USUARIO-CC118         PIC X(5).
           05  FILLER                PIC X(10).
