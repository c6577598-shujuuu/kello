       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDMSK.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Mascara de dados pessoais (LGPD) para os    *
                      *   relatorios e exportacoes: o programa chama  *
                      *   antes de imprimir CPF ("C"), RG ("R") ou    *
                      *   telefone ("F") e imprime SAIDA-MSK, que sai *
                      *   completa so para o usuario com a concessao  *
                      *   "DADOSPES" no USD002 (conferida pelo GRDUSU *
                      *   sem senha, com a dimensao de empresa do     *
                      *   USD005). CNPJ nao e' dado pessoal e sai     *
                      *   sempre completo. "A" so responde se o       *
                      *   usuario tem a concessao; "Q" diz ao spool   *
                      *   (SPP001V) se a tirada saiu com algum dado   *
                      *   completo, e zera a marca.                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 ULT-USUARIO-W            PIC  X(005) VALUE HIGH-VALUES.
           05 ULT-RETORNO-W            PIC  X(002) VALUE SPACES.
      *    ULT-USUARIO-W/ULT-RETORNO-W - autorizacao ja conferida
      *    nesta execucao (o relatorio chama uma vez por linha)
           05 LIBEROU-W                PIC  9(001) VALUE 0.
      *    LIBEROU-W = 1 quando algum dado saiu completo desde a
      *    ultima consulta "Q"
           05 CPF-W                    PIC  9(011) VALUE ZEROS.
           05 FILLER REDEFINES CPF-W.
              10 CPF-P1-W              PIC  9(003).
              10 CPF-P2-W              PIC  9(003).
              10 CPF-P3-W              PIC  9(003).
              10 CPF-DV-W              PIC  9(002).
           05 CNPJ-W                   PIC  9(014) VALUE ZEROS.
           05 FILLER REDEFINES CNPJ-W.
              10 CNPJ-P1-W             PIC  9(002).
              10 CNPJ-P2-W             PIC  9(003).
              10 CNPJ-P3-W             PIC  9(003).
              10 CNPJ-FIL-W            PIC  9(004).
              10 CNPJ-DV-W             PIC  9(002).
           05 FONE-W                   PIC  9(009) VALUE ZEROS.
           05 FILLER REDEFINES FONE-W.
              10 FONE-PRE-W            PIC  9(005).
              10 FONE-SUF-W            PIC  9(004).
           05 FONE-EDIT-W              PIC  X(010) VALUE SPACES.
           05 IND-RG-W                 PIC  9(002) VALUE ZEROS.
           05 QTDE-ALFA-W              PIC  9(002) VALUE ZEROS.
           05 VISTOS-ALFA-W            PIC  9(002) VALUE ZEROS.
           05 CAR-RG-W                 PIC  X(001) VALUE SPACES.

       01  CPF-EDIT-W.
           05 CPF-P1-EDIT              PIC  X(003) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE ".".
           05 CPF-P2-EDIT              PIC  9(003) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE ".".
           05 CPF-P3-EDIT              PIC  9(003) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE "-".
           05 CPF-DV-EDIT              PIC  X(002) VALUE SPACES.

       01  CNPJ-EDIT-W.
           05 CNPJ-P1-EDIT             PIC  9(002) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE ".".
           05 CNPJ-P2-EDIT             PIC  9(003) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE ".".
           05 CNPJ-P3-EDIT             PIC  9(003) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE "/".
           05 CNPJ-FIL-EDIT            PIC  9(004) VALUE ZEROS.
           05 FILLER                   PIC  X(001) VALUE "-".
           05 CNPJ-DV-EDIT             PIC  9(002) VALUE ZEROS.

       01  PARAMETROS-GRDUSU.
      *    a concessao de dados pessoais e' uma autorizacao do USD002
      *    para o pseudo-programa "DADOSPES" (incluida no USP002)
           05 USUARIO-USU              PIC  X(005) VALUE SPACES.
           05 SENHA-USU                PIC  X(008) VALUE SPACES.
           05 PROGRAMA-USU             PIC  X(008) VALUE SPACES.
           05 GRDUSU-RETORNO           PIC  X(002) VALUE SPACES.
           05 NIVEL-USU                PIC  9(001) VALUE ZEROS.
           05 NOME-USU                 PIC  X(030) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-GRDMSK.
           05 FUNCAO-MSK                  PIC  X(001).
      *    FUNCAO-MSK = "C" CPF/CNPJ  "R" RG  "F" TELEFONE
      *                 "A" USUARIO TEM A CONCESSAO?
      *                 "Q" TIRADA COM DADO COMPLETO? (SPP001V)
           05 USUARIO-MSK                 PIC  X(005).
           05 DADO-MSK                    PIC  X(016).
           05 DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(016).
      *    DADO-MSK = "C"/"F": o numero em DADO-NUM-MSK (CPF-CG11,
      *               FONE1-CG11...); "R": o RG como esta no cadastro
           05 SAIDA-MSK                   PIC  X(020).
      *    SAIDA-MSK = o dado editado, mascarado ou completo, para ir
      *                direto ao campo da linha; zero/branco = branco
           05 GRDMSK-RETORNO              PIC  X(002).
      *    GRDMSK-RETORNO = "00" saiu mascarado / usuario sem a
      *                     concessao
      *                     "10" saiu completo / usuario com a
      *                     concessao ("Q": houve dado completo)
      *                     "99" cadastro de usuarios nao implantado:
      *                     sai completo, como sempre foi

       PROCEDURE DIVISION USING PARAMETROS-GRDMSK.

       010-PROCESSAMENTO.

           IF   FUNCAO-MSK EQUAL "Q"
                MOVE "00" TO GRDMSK-RETORNO
                IF   LIBEROU-W EQUAL 1
                     MOVE "10" TO GRDMSK-RETORNO
                END-IF
                MOVE 0 TO LIBEROU-W
                GO TO 010-99-FIM.

           PERFORM 020-CONFERE-CONCESSAO THRU 020-99-FIM.
           MOVE ULT-RETORNO-W TO GRDMSK-RETORNO.

           IF   FUNCAO-MSK EQUAL "A"
                GO TO 010-99-FIM.

           MOVE SPACES TO SAIDA-MSK.
           EVALUATE FUNCAO-MSK
               WHEN "C"  PERFORM 030-EDITA-CPF  THRU 030-99-FIM
               WHEN "R"  PERFORM 040-EDITA-RG   THRU 040-99-FIM
               WHEN "F"  PERFORM 050-EDITA-FONE THRU 050-99-FIM
           END-EVALUATE.

           IF   GRDMSK-RETORNO EQUAL "10"
           AND  SAIDA-MSK NOT EQUAL SPACES
                MOVE 1 TO LIBEROU-W.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    020-CONFERE-CONCESSAO - GRDUSU sem senha para o pseudo-    *
      *    programa DADOSPES; o resultado fica guardado por usuario.  *
      *****************************************************************
       020-CONFERE-CONCESSAO.

           IF   USUARIO-MSK EQUAL ULT-USUARIO-W
                GO TO 020-99-FIM.

           MOVE USUARIO-MSK TO USUARIO-USU ULT-USUARIO-W.
           MOVE SPACES      TO SENHA-USU.
           MOVE "DADOSPES"  TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           EVALUATE GRDUSU-RETORNO
               WHEN "00"  MOVE "10" TO ULT-RETORNO-W
               WHEN "99"  MOVE "99" TO ULT-RETORNO-W
               WHEN OTHER MOVE "00" TO ULT-RETORNO-W
           END-EVALUATE.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-EDITA-CPF - ate 11 digitos e' CPF: ***.456.789-** para *
      *    quem nao tem a concessao; acima disso e' CNPJ, completo.   *
      *****************************************************************
       030-EDITA-CPF.

           IF   DADO-NUM-MSK NOT NUMERIC
           OR   DADO-NUM-MSK EQUAL ZEROS
                GO TO 030-99-FIM.

           IF   DADO-NUM-MSK GREATER 99999999999
                MOVE DADO-NUM-MSK TO CNPJ-W
                MOVE CNPJ-P1-W    TO CNPJ-P1-EDIT
                MOVE CNPJ-P2-W    TO CNPJ-P2-EDIT
                MOVE CNPJ-P3-W    TO CNPJ-P3-EDIT
                MOVE CNPJ-FIL-W   TO CNPJ-FIL-EDIT
                MOVE CNPJ-DV-W    TO CNPJ-DV-EDIT
                MOVE CNPJ-EDIT-W  TO SAIDA-MSK
                GO TO 030-99-FIM.

           MOVE DADO-NUM-MSK TO CPF-W.
           MOVE CPF-P2-W     TO CPF-P2-EDIT.
           MOVE CPF-P3-W     TO CPF-P3-EDIT.
           IF   GRDMSK-RETORNO EQUAL "00"
                MOVE "***"    TO CPF-P1-EDIT
                MOVE "**"     TO CPF-DV-EDIT
           ELSE
                MOVE CPF-P1-W TO CPF-P1-EDIT
                MOVE CPF-DV-W TO CPF-DV-EDIT.
           MOVE CPF-EDIT-W   TO SAIDA-MSK.

       030-99-FIM. EXIT.

      *****************************************************************
      *    040-EDITA-RG - o RG nao tem formato unico entre os estados:*
      *    mascarado, so as 4 ultimas letras/digitos ficam visiveis e *
      *    a pontuacao fica no lugar.                                 *
      *****************************************************************
       040-EDITA-RG.

           MOVE DADO-MSK(1:15) TO SAIDA-MSK.
           IF   GRDMSK-RETORNO NOT EQUAL "00"
           OR   SAIDA-MSK EQUAL SPACES
                GO TO 040-99-FIM.

           MOVE ZEROS TO QTDE-ALFA-W VISTOS-ALFA-W.
           PERFORM 045-CONTA-ALFA THRU 045-99-FIM
                   VARYING IND-RG-W FROM 1 BY 1
                   UNTIL IND-RG-W GREATER 15.
           PERFORM 046-MASCARA-ALFA THRU 046-99-FIM
                   VARYING IND-RG-W FROM 1 BY 1
                   UNTIL IND-RG-W GREATER 15.

       040-99-FIM. EXIT.

       045-CONTA-ALFA.

           MOVE SAIDA-MSK(IND-RG-W:1) TO CAR-RG-W.
           IF   CAR-RG-W NUMERIC
           OR  (CAR-RG-W ALPHABETIC AND CAR-RG-W NOT EQUAL SPACE)
                ADD 1 TO QTDE-ALFA-W.

       045-99-FIM. EXIT.

       046-MASCARA-ALFA.

           MOVE SAIDA-MSK(IND-RG-W:1) TO CAR-RG-W.
           IF   CAR-RG-W NUMERIC
           OR  (CAR-RG-W ALPHABETIC AND CAR-RG-W NOT EQUAL SPACE)
                ADD 1 TO VISTOS-ALFA-W
                IF   VISTOS-ALFA-W + 4 NOT GREATER QTDE-ALFA-W
                     MOVE "*" TO SAIDA-MSK(IND-RG-W:1).

       046-99-FIM. EXIT.

      *****************************************************************
      *    050-EDITA-FONE - 8 ou 9 digitos: 1234-5678 / 91234-5678;   *
      *    mascarado so o final fica visivel (****-5678).             *
      *****************************************************************
       050-EDITA-FONE.

           IF   DADO-NUM-MSK NOT NUMERIC
           OR   DADO-NUM-MSK EQUAL ZEROS
                GO TO 050-99-FIM.

           MOVE DADO-NUM-MSK TO FONE-W.
           IF   GRDMSK-RETORNO EQUAL "00"
                MOVE "*****"    TO FONE-EDIT-W(1:5)
           ELSE
                MOVE FONE-PRE-W TO FONE-EDIT-W(1:5).
           MOVE "-"          TO FONE-EDIT-W(6:1).
           MOVE FONE-SUF-W   TO FONE-EDIT-W(7:4).
           IF   DADO-NUM-MSK GREATER 99999999
                MOVE FONE-EDIT-W      TO SAIDA-MSK
           ELSE
                MOVE FONE-EDIT-W(2:9) TO SAIDA-MSK.

       050-99-FIM. EXIT.

       END PROGRAM GRDMSK.
