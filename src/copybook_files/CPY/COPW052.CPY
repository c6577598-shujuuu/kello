      *ARQUIVO DE NOTAS FISCAIS DE SERVICO (NFS) EMITIDAS NO PORTAL DA
      *PREFEITURA: NUMERO/SERIE, DATA, CLIENTE, VALOR E O VINCULO COM
      *O RECEBIMENTO (PARCELA DO COD044 PELA CHAVE ALTERNATIVA, OU
      *PEDIDO DO PDD100). AS NOTAS DO LOTE DE RPS (COP092) ENTRAM PELO
      *RETORNO DA PREFEITURA (COP093). REGISTRO/CANCELAMENTO E
      *CONFERENCIA DE BURACO NA NUMERACAO EM COP063; BAIXAS ACIMA DO
      *PISO SEM NOTA VINCULADA (A PERGUNTA DO AUDITOR) EM COP064.
       FD  COD052.
       01  REG-COD052.
           05  CHAVE-CO52.
           05  SITUACAO-CO52         PIC 9.
      *    SITUACAO-CO52 = 0-EMITIDA  1-CANCELADA
           05  USUARIO-CO52          PIC X(5).
           05  COD-VERIF-CO52        PIC X(9).
      *    COD-VERIF-CO52 = CODIGO DE VERIFICACAO DEVOLVIDO PELA
      *    PREFEITURA NO RETORNO DO LOTE DE RPS (COP093). CAMPO ABERTO
      *    DENTRO DO FILLER; BRANCO NAS NOTAS DIGITADAS NO COP063
           05  FILLER                PIC X(1).
