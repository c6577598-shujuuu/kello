               10  PROGRAMA-US02     PIC X(8).
           05  NIVEL-US02            PIC 9.
      *    NIVEL-US02 = 1-CONSULTA  2-MANUTENCAO
      *    PROGRAMA-US02 = "DADOSPES" NAO E PROGRAMA: E A CONCESSAO DE
      *    VER CPF/RG/FONE COMPLETOS NOS RELATORIOS E REIMPRIMIR NO
      *    SPP002 A TIRADA QUE OS TEM (VER GRDMSK); DADA NO USP002
      *    COMO QUALQUER AUTORIZACAO E LISTADA NO FIM DO USP005.
           05  DATA-CONCESSAO-US02   PIC 9(8).
      *    DATA-CONCESSAO-US02 = AAAAMMDD DA CONCESSAO, CARIMBADA PELO
      *    USP002 (CAMPO ABERTO DENTRO DO FILLER; BRANCO NA
