      *MANDATO - AS PESSOAS QUE O VENDEDOR LIGA PARA TODA DECISAO E
      *QUE ATE AQUI VIVIAM NO CELULAR DELE. MANUTENCAO E FOLHA DE
      *CONTATOS EM COP068; A TELA DE TURMAS COP046 MOSTRA SE A
      *COMISSAO ESTA REGISTRADA. A CORTESIA DE CADA MEMBRO PELA
      *ADESAO DA TURMA E CALCULADA E CONCEDIDA EM COP095.
       FD  COD055.
       01  REG-COD055.
           05  CHAVE-CO55.
