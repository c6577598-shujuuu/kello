      *ARQUIVO DE CATALOGO DE MIDIA DIGITAL DO VIDEO: CADA CONJUNTO DE
      *ARQUIVOS BRUTOS (CARTAO DE MEMORIA DO EVENTO) OU EDITADOS
      *(MASTER/ENTREGA) DE UM CONTRATO/ITEM, COM O LOCAL DE GUARDA
      *(DISCO, VOLUME DO NAS, NUVEM), TAMANHO, CHECKSUM, DATA DA
      *GRAVACAO E DA ENTREGA. SUBSTITUI A CONTAGEM DE FITAS (VID106/
      *VID108) PARA O QUE JA E GRAVADO EM ARQUIVO. MANUTENCAO E
      *EXCLUSAO EM VIP126; CONFERENCIA DE CHECKSUM DOS VOLUMES E
      *PRAZO DE GUARDA EM VIP127. O CONTRATO 000000 E O CONTROLE COM
      *OS PRAZOS DE GUARDA (MESES APOS A ENTREGA) POR TIPO.
       FD  VID115.
       01  REG-VID115.
           05  CHAVE-V115.
               10  CONTRATO-V115     PIC 9(6).
               10  ITEM-V115         PIC 9(2).
               10  SEQ-V115          PIC 9(3).
           05  TIPO-V115             PIC X(1).
      *    TIPO-V115 = B-BRUTO (GRAVACAO)  E-EDITADO (MASTER/ENTREGA)
           05  DESCRICAO-V115        PIC X(30).
           05  LOCAL-V115            PIC 9.
      *    LOCAL-V115 = 1-DISCO  2-VOLUME DO NAS  3-NUVEM
           05  VOLUME-V115           PIC X(15).
      *    VOLUME-V115 = ETIQUETA DO DISCO, VOLUME DO NAS OU CONTA/
      *                  BUCKET DA NUVEM - E O QUE A CONFERENCIA DO
      *                  VIP127 PERCORRE
           05  CAMINHO-V115          PIC X(60).
           05  QTDE-ARQUIVOS-V115    PIC 9(5).
           05  TAMANHO-MB-V115       PIC 9(8).
           05  CHECKSUM-V115         PIC X(64).
      *    CHECKSUM-V115 = RESUMO (SHA-256 EM HEXA) DO CONJUNTO, NA
      *                    MESMA FORMA DO MANIFESTO DO VOLUME
           05  DATA-GRAVACAO-V115    PIC 9(8).
           05  DATA-ENTREGA-V115     PIC 9(8).
           05  MEIO-ENTREGA-V115     PIC 9.
      *    MEIO-ENTREGA-V115 = 0-NAO ENTREGUE  1-ARQUIVO/LINK
      *                        2-PEN DRIVE  3-DISCO (DVD/BLU-RAY)
           05  SITUACAO-V115         PIC 9.
      *    SITUACAO-V115 = 0-ARQUIVADO  1-CHECKSUM DIVERGENTE
      *                    2-NAO LOCALIZADO NO VOLUME
      *                    3-PRAZO VENCIDO (A EXCLUIR)  4-EXCLUIDO
           05  DATA-VERIF-V115       PIC 9(8).
      *    DATA-VERIF-V115 = ULTIMA CONFERENCIA DO VOLUME (VIP127)
           05  DATA-LIMITE-V115      PIC 9(8).
      *    DATA-LIMITE-V115 = FIM DO PRAZO DE GUARDA, CALCULADO PELO
      *                       VIP127 (ZERO = AINDA SEM BASE)
           05  DATA-EXCLUSAO-V115    PIC 9(8).
           05  MOTIVO-EXCLUSAO-V115  PIC X(30).
           05  PRAZO-BRUTO-V115      PIC 9(3).
           05  PRAZO-EDITADO-V115    PIC 9(3).
      *    PRAZO-BRUTO/EDITADO-V115 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-V115          PIC X(5).
           05  FILLER                PIC X(20).
