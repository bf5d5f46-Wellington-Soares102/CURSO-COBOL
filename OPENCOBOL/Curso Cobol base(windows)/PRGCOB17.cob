      *==               QUANDO HOUVE ALTERACAO
      *== DATA        : 27/09/2024
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/11/2024 - WSC - LIMITE DIARIO POR CLIENTE
      *==               (QUANTIDADE DE CALCULOS E VALOR TOTAL DOS
      *==               OPERANDOS) NO CLIENTE, APLICADO NA CRITICA
      *==               DO PRGCOB12; ZEROS = SEM LIMITE
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE CLIENTES - CODIGO, NOME E SITUACAO ("A" ATIVO,
      *== "S" SUSPENSO), VALIDADO NA CRITICA PELO PRGCOB12, E O
      *== LIMITE DIARIO DE QUANTIDADE E DE VALOR DOS OPERANDOS
      *== (ZEROS OU BRANCO = SEM LIMITE)
       FD  ARQ-CLIENTES
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIENTE.
           05 CLI-NOME                     PIC X(20).
           05 FILLER                       PIC X(01).
           05 CLI-SITUACAO                 PIC X(01).
           05 FILLER                       PIC X(01).
           05 CLI-LIM-QTD                  PIC 9(06).
           05 FILLER                       PIC X(01).
           05 CLI-LIM-VALOR                PIC 9(10)V99.

       WORKING-STORAGE                       SECTION.
      *== FS 05 = ARQUIVO OPCIONAL AUSENTE (PRIMEIRA CARGA DO
           88 OPCAO-SUSPENDER       VALUE "S".
           88 OPCAO-REATIVAR        VALUE "R".
           88 OPCAO-CONSULTAR       VALUE "C".
           88 OPCAO-LIMITE          VALUE "L".
           88 OPCAO-ENCERRAR        VALUE "X".

       77 WRK-CODIGO       PIC X(04)  VALUE SPACES.
       77 WRK-NOME         PIC X(20)  VALUE SPACES.

      *== LIMITE DIGITADO: QUANTIDADE ATE 6 DIGITOS E VALOR EM
      *== CENTAVOS ATE 12 DIGITOS (SO DIGITOS, ZEROS A ESQUERDA)
       01 WRK-LIM-QTD      PIC 9(06)  VALUE ZEROS.
       01 WRK-LIM-QTD-R REDEFINES WRK-LIM-QTD
                           PIC X(06).
       01 WRK-LIM-VALOR    PIC 9(10)V99 VALUE ZEROS.
       01 WRK-LIM-VALOR-R REDEFINES WRK-LIM-VALOR
                           PIC X(12).
       77 WRK-LIM-QTD-ED   PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-LIM-VALOR-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01)  VALUE SPACES.
           88 ALTERACAO-CONFIRMADA  VALUE "S".

       77 WRK-MAX-CLIENTES PIC 9(04) COMP VALUE 200.
       77 WRK-QTD-CLIENTES PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-CLIENTE  PIC 9(04) COMP VALUE ZEROS.
               10 WRK-TAB-CLI-CODIGO   PIC X(04).
               10 WRK-TAB-CLI-NOME     PIC X(20).
               10 WRK-TAB-CLI-SIT      PIC X(01).
               10 WRK-TAB-CLI-LIM-QTD  PIC 9(06).
               10 WRK-TAB-CLI-LIM-VALOR PIC 9(10)V99.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
                         TO WRK-TAB-CLI-NOME (WRK-QTD-CLIENTES)
                       MOVE CLI-SITUACAO
                         TO WRK-TAB-CLI-SIT (WRK-QTD-CLIENTES)
                       MOVE ZEROS
                         TO WRK-TAB-CLI-LIM-QTD (WRK-QTD-CLIENTES)
                       MOVE ZEROS
                         TO WRK-TAB-CLI-LIM-VALOR (WRK-QTD-CLIENTES)
                       IF CLI-LIM-QTD IS NUMERIC
                           MOVE CLI-LIM-QTD
                             TO WRK-TAB-CLI-LIM-QTD (WRK-QTD-CLIENTES)
                       END-IF
                       IF CLI-LIM-VALOR IS NUMERIC
                           MOVE CLI-LIM-VALOR TO
                               WRK-TAB-CLI-LIM-VALOR (WRK-QTD-CLIENTES)
                       END-IF
                   END-IF
           END-READ.

           DISPLAY "=========================================".
           DISPLAY "  MANUTENCAO DO MESTRE DE CLIENTES".
           DISPLAY "  (I)NCLUIR    (S)USPENDER".
           DISPLAY "  (R)EATIVAR   (C)ONSULTAR".
           DISPLAY "  (L)IMITE DIARIO            (X) ENCERRAR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO:".
           ACCEPT WRK-OPCAO.
                   PERFORM 0230-REATIVAR-CLIENTE
               WHEN OPCAO-CONSULTAR
                   PERFORM 0240-CONSULTAR-CLIENTE
               WHEN OPCAO-LIMITE
                   PERFORM 0270-ALTERAR-LIMITE
               WHEN OPCAO-ENCERRAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I,S,R,C,L OU X"
           END-EVALUATE.

       0200-ATENDER-OPERADOR-FIM. EXIT.
           MOVE WRK-CODIGO TO WRK-TAB-CLI-CODIGO (WRK-QTD-CLIENTES).
           MOVE WRK-NOME   TO WRK-TAB-CLI-NOME (WRK-QTD-CLIENTES).
           MOVE "A"        TO WRK-TAB-CLI-SIT (WRK-QTD-CLIENTES).
           MOVE ZEROS      TO WRK-TAB-CLI-LIM-QTD (WRK-QTD-CLIENTES).
           MOVE ZEROS      TO WRK-TAB-CLI-LIM-VALOR (WRK-QTD-CLIENTES).
           SET CADASTRO-ALTERADO TO TRUE.
           DISPLAY "CLIENTE " WRK-CODIGO " INCLUIDO ATIVO".

               ELSE
                   DISPLAY "SITUACAO............: SUSPENSO"
               END-IF
               PERFORM 0280-EXIBIR-LIMITE
               DISPLAY "-----------------------------------------"
           END-IF.

       0265-COMPARAR-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O LIMITE VALE POR DATA DE NEGOCIO E E CONFERIDO PELO
      *== PRGCOB12 SOBRE OS ACEITOS DO DIA, SOMANDO AS EXECUCOES
      *== ANTERIORES; ZEROS DEIXA A QUANTIDADE OU O VALOR SEM
      *== LIMITE
      *-----------------------------------------------------------------
       0270-ALTERAR-LIMITE                   SECTION.

           PERFORM 0250-CAPTURAR-CODIGO.

           IF WRK-CODIGO = SPACES
               GO TO 0270-ALTERAR-LIMITE-FIM
           END-IF.

           PERFORM 0260-LOCALIZAR-CLIENTE.

           IF NOT ACHOU-CLIENTE
               DISPLAY "CLIENTE " WRK-CODIGO " NAO CADASTRADO"
               GO TO 0270-ALTERAR-LIMITE-FIM
           END-IF.

           PERFORM 0280-EXIBIR-LIMITE.

           MOVE SPACES TO WRK-LIM-QTD-R.
           DISPLAY "QTD MAXIMA DE CALCULOS POR DIA (6 DIGITOS,".
           DISPLAY "000000 = SEM LIMITE):".
           ACCEPT WRK-LIM-QTD-R.

           IF WRK-LIM-QTD-R NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA - INFORME 6 DIGITOS"
               GO TO 0270-ALTERAR-LIMITE-FIM
           END-IF.

           MOVE SPACES TO WRK-LIM-VALOR-R.
           DISPLAY "VALOR MAXIMO DOS OPERANDOS POR DIA EM".
           DISPLAY "CENTAVOS (12 DIGITOS, ZEROS = SEM LIMITE):".
           ACCEPT WRK-LIM-VALOR-R.

           IF WRK-LIM-VALOR-R NOT NUMERIC
               DISPLAY "VALOR INVALIDO - INFORME 12 DIGITOS"
               GO TO 0270-ALTERAR-LIMITE-FIM
           END-IF.

           MOVE WRK-LIM-QTD   TO WRK-LIM-QTD-ED.
           MOVE WRK-LIM-VALOR TO WRK-LIM-VALOR-ED.
           DISPLAY "NOVO LIMITE: QTD " WRK-LIM-QTD-ED
                   " VALOR " WRK-LIM-VALOR-ED.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY "CONFIRMA O LIMITE (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "ALTERACAO CANCELADA"
               GO TO 0270-ALTERAR-LIMITE-FIM
           END-IF.

           MOVE WRK-LIM-QTD   TO WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE).
           MOVE WRK-LIM-VALOR
             TO WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE).
           SET CADASTRO-ALTERADO TO TRUE.
           DISPLAY "LIMITE DO CLIENTE " WRK-CODIGO " ALTERADO".

       0270-ALTERAR-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0280-EXIBIR-LIMITE                    SECTION.

           IF WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE) = ZEROS
               DISPLAY "LIMITE DIARIO QTD...: SEM LIMITE"
           ELSE
               MOVE WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE)
                 TO WRK-LIM-QTD-ED
               DISPLAY "LIMITE DIARIO QTD...: " WRK-LIM-QTD-ED
           END-IF.

           IF WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE) = ZEROS
               DISPLAY "LIMITE DIARIO VALOR.: SEM LIMITE"
           ELSE
               MOVE WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE)
                 TO WRK-LIM-VALOR-ED
               DISPLAY "LIMITE DIARIO VALOR.: " WRK-LIM-VALOR-ED
           END-IF.

       0280-EXIBIR-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O ARQUIVO SO E REGRAVADO QUANDO HOUVE ALTERACAO, PARA
      *== UMA CONSULTA NAO CORRER O RISCO DE PERDER O CADASTRO
           MOVE WRK-TAB-CLI-CODIGO (WRK-IND-CLIENTE) TO CLI-CODIGO.
           MOVE WRK-TAB-CLI-NOME (WRK-IND-CLIENTE)   TO CLI-NOME.
           MOVE WRK-TAB-CLI-SIT (WRK-IND-CLIENTE)    TO CLI-SITUACAO.
           MOVE WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE) TO CLI-LIM-QTD.
           MOVE WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE)
             TO CLI-LIM-VALOR.
           WRITE REG-CLIENTE.

           IF NOT FS-CLIENTES-OK
