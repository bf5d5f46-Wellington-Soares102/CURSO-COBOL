      *== ALTERACAO   : 18/10/2024 - WSC - SIGN-ON POR LEITURA
      *==               DIRETA NO MESTRE INDEXADO DE OPERADORES
      *==               (OPRIDX, CARGA PELO PRGCOB23)
      *== ALTERACAO   : 06/11/2024 - WSC - SIGN-ON RECUSA ID
      *==               SUSPENSO, BLOQUEADO OU COM SENHA VENCIDA;
      *==               FALHAS CONSECUTIVAS ACUMULADAS NO OPRIDX
      *==               BLOQUEIAM O ID NO LIMITE DO SENPARM, COM
      *==               O BLOQUEIO REGISTRADO NO OPRLOG (PRGCOB25)
      *== ALTERACAO   : 13/11/2024 - WSC - CONTROLE DE REENVIO NO
      *==               MESTRE (PRGCOB30), ZERADO NA CONTRAPARTIDA
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-INTTRAB.

           SELECT OPTIONAL ARQ-PARM-SENHA ASSIGN TO "SENPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARM-SENHA.

           SELECT OPTIONAL ARQ-LOG-OPR ASSIGN TO "OPRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-LOG-OPR.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
           05 RES-RESULT-AJUST                PIC S9(08)V99
                                              SIGN LEADING SEPARATE.
           05 RES-SIT-RETORNO                 PIC X(01).
           05 RES-QTD-REENVIO                 PIC 9(02).
           05 RES-DATA-REENVIO                PIC 9(08).

      *== MESTRE DE OPERADORES - ID, SENHA E AUTORIDADE POR
      *== OPERACAO (S/N PARA A, S, M E D, NESTA ORDEM), SITUACAO
      *== ("A" ATIVO, "S" SUSPENSO, "B" BLOQUEADO), FALHAS
      *== CONSECUTIVAS DE SIGN-ON, DATA DA TROCA DE SENHA E
      *== AUTORIDADE DE ADMINISTRACAO, INDEXADO POR OPR-ID,
      *== CARREGADO PELO PRGCOB23 E MANTIDO PELO PRGCOB25
       FD  ARQ-OPERADORES
           LABEL RECORDS ARE STANDARD.
       01  REG-OPERADOR.
           05 OPR-AUT-S                       PIC X(01).
           05 OPR-AUT-M                       PIC X(01).
           05 OPR-AUT-D                       PIC X(01).
           05 FILLER                          PIC X(01).
           05 OPR-SITUACAO                    PIC X(01).
               88 OPR-ATIVO                     VALUE "A".
               88 OPR-BLOQUEADO                 VALUE "B".
           05 FILLER                          PIC X(01).
           05 OPR-TENT-FALHAS                 PIC 9(02).
           05 FILLER                          PIC X(01).
           05 OPR-DATA-SENHA                  PIC 9(08).
           05 FILLER                          PIC X(01).
           05 OPR-AUT-ADM                     PIC X(01).

      *== REGRA DE SENHA: FALHAS CONSECUTIVAS QUE BLOQUEIAM O ID
      *== E DIAS DE VALIDADE DA SENHA (000 = SEM EXPIRACAO)
       FD  ARQ-PARM-SENHA
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-SENHA.
           05 PRM-MAX-FALHAS                  PIC X(02).
           05 FILLER                          PIC X(01).
           05 PRM-DIAS-VALIDADE               PIC X(03).

      *== LOG DE MANUTENCAO DE OPERADORES (LEIAUTE DO PRGCOB25);
      *== AQUI SO O BLOQUEIO POR TENTATIVAS, FUNCAO "B"
       FD  ARQ-LOG-OPR
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG-OPR.
           05 LOG-DATA-HORA                   PIC X(19).
           05 FILLER                          PIC X(01).
           05 LOG-RESPONSAVEL                 PIC X(08).
           05 FILLER                          PIC X(01).
           05 LOG-FUNCAO                      PIC X(01).
           05 FILLER                          PIC X(01).
           05 LOG-OPERADOR                    PIC X(08).
           05 FILLER                          PIC X(01).
           05 LOG-DESCRICAO                   PIC X(40).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       77 WRK-SW-OPERADORES PIC X(01) VALUE "N".
           88 OPERADORES-DISPONIVEIS VALUE "S".

       77 WRK-FS-PARM-SENHA PIC X(02) VALUE "00".
           88 FS-PARM-SENHA-OK      VALUES "00" "05".

       77 WRK-FS-LOG-OPR   PIC X(02) VALUE "00".
           88 FS-LOG-OPR-OK         VALUES "00" "05".

      *== REGRA DE SENHA, COM O PADRAO QUANDO O SENPARM NAO EXISTE
       77 WRK-MAX-FALHAS   PIC 9(02) VALUE 3.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE 90.
       77 WRK-FALHAS-ED    PIC Z9    VALUE ZEROS.

      *== CONTAGEM DE DIAS CORRIDOS DE UMA DATA AAAAMMDD, PARA A
      *== IDADE DA SENHA (DIAS ACUMULADOS ANTES DE CADA MES EM ANO
      *== NAO BISSEXTO)
       01 WRK-DATA-CALC     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-DCA-ANO          PIC 9(04).
           05 WRK-DCA-MES          PIC 9(02).
           05 WRK-DCA-DIA          PIC 9(02).
       77 WRK-DIAS-CALC     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-SENHA    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-IDADE-SENHA   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-ANOS-ANT      PIC 9(08) COMP VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-DIAS-ACUM.
           05 FILLER               PIC 9(03) VALUE 000.
           05 FILLER               PIC 9(03) VALUE 031.
           05 FILLER               PIC 9(03) VALUE 059.
           05 FILLER               PIC 9(03) VALUE 090.
           05 FILLER               PIC 9(03) VALUE 120.
           05 FILLER               PIC 9(03) VALUE 151.
           05 FILLER               PIC 9(03) VALUE 181.
           05 FILLER               PIC 9(03) VALUE 212.
           05 FILLER               PIC 9(03) VALUE 243.
           05 FILLER               PIC 9(03) VALUE 273.
           05 FILLER               PIC 9(03) VALUE 304.
           05 FILLER               PIC 9(03) VALUE 334.
       01 WRK-TABELA-DIAS-ACUM-R REDEFINES WRK-TABELA-DIAS-ACUM.
           05 WRK-TAB-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

       77 WRK-FS-AUDITORIA PIC X(02)  VALUE "00".
           88 FS-AUDITORIA-OK       VALUE "00".


      *-----------------------------------------------------------------
      *== O MESTRE INDEXADO FICA ABERTO PARA AS LEITURAS DIRETAS
      *== DO SIGN-ON (EM I-O, PARA GRAVAR AS FALHAS); SEM ELE
      *== NENHUM SIGN-ON E APROVADO
      *-----------------------------------------------------------------
       0110-ABRIR-OPERADORES                 SECTION.

           PERFORM 0115-LER-PARM-SENHA.

           PERFORM 0260-MONTAR-DATA-HORA.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-CALC.
           PERFORM 0137-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           OPEN I-O ARQ-OPERADORES.

           IF FS-OPERADORES-OK
               MOVE "S" TO WRK-SW-OPERADORES
       0110-ABRIR-OPERADORES-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O SENPARM (OU COM CONTEUDO INVALIDO) VALE O PADRAO:
      *== 3 FALHAS CONSECUTIVAS E SENHA VALIDA POR 90 DIAS
      *-----------------------------------------------------------------
       0115-LER-PARM-SENHA                   SECTION.

           OPEN INPUT ARQ-PARM-SENHA.

           IF FS-PARM-SENHA-OK
               READ ARQ-PARM-SENHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MAX-FALHAS IS NUMERIC
                           AND PRM-MAX-FALHAS > ZEROS
                           MOVE PRM-MAX-FALHAS TO WRK-MAX-FALHAS
                       END-IF
                       IF PRM-DIAS-VALIDADE IS NUMERIC
                           MOVE PRM-DIAS-VALIDADE
                             TO WRK-DIAS-VALIDADE
                       END-IF
               END-READ
               CLOSE ARQ-PARM-SENHA
           END-IF.

       0115-LER-PARM-SENHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM MESTRE DE OPERADORES NENHUM SIGN-ON E APROVADO E O
      *== ESTORNO NAO E LIBERADO


      *-----------------------------------------------------------------
      *== LEITURA DIRETA PELO ID NO MESTRE INDEXADO. ID SUSPENSO
      *== OU BLOQUEADO E SENHA VENCIDA REPROVAM; A SENHA ERRADA
      *== SOMA UMA FALHA NO REGISTRO E O ACERTO ZERA A CONTAGEM
      *-----------------------------------------------------------------
       0130-CONFERIR-OPERADOR                SECTION.


           READ ARQ-OPERADORES
               INVALID KEY
                   GO TO 0130-CONFERIR-OPERADOR-FIM
           END-READ.

           IF NOT OPR-ATIVO
               DISPLAY "OPERADOR " WRK-OPERADOR-ID
                       " SUSPENSO OU BLOQUEADO - PROCURE O"
                       " ADMINISTRADOR"
               GO TO 0130-CONFERIR-OPERADOR-FIM
           END-IF.

           IF OPR-SENHA NOT = WRK-SENHA
               PERFORM 0131-REGISTRAR-FALHA
               GO TO 0130-CONFERIR-OPERADOR-FIM
           END-IF.

           PERFORM 0132-VERIFICAR-VALIDADE.

           IF WRK-DIAS-VALIDADE > ZEROS
               AND WRK-IDADE-SENHA > WRK-DIAS-VALIDADE
               DISPLAY "SENHA DE " WRK-OPERADOR-ID
                       " EXPIRADA - PROCURE O ADMINISTRADOR"
               GO TO 0130-CONFERIR-OPERADOR-FIM
           END-IF.

           SET SIGNON-APROVADO TO TRUE.

           IF OPR-TENT-FALHAS NOT = ZEROS
               MOVE ZEROS TO OPR-TENT-FALHAS
               REWRITE REG-OPERADOR
               IF NOT FS-OPERADORES-OK
                   DISPLAY "ERRO AO ATUALIZAR OPERADOR - FS="
                           WRK-FS-OPERADORES
               END-IF
           END-IF.

       0130-CONFERIR-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A FALHA FICA NO PROPRIO REGISTRO, ACUMULANDO ENTRE
      *== EXECUCOES; NO LIMITE O ID E BLOQUEADO E SO VOLTA PELO
      *== REINICIO DE SENHA NO PRGCOB25
      *-----------------------------------------------------------------
       0131-REGISTRAR-FALHA                  SECTION.

           IF OPR-TENT-FALHAS IS NOT NUMERIC
               MOVE ZEROS TO OPR-TENT-FALHAS
           END-IF.

           IF OPR-TENT-FALHAS < 99
               ADD 1 TO OPR-TENT-FALHAS
           END-IF.

           IF OPR-TENT-FALHAS >= WRK-MAX-FALHAS
               MOVE "B" TO OPR-SITUACAO
           END-IF.

           REWRITE REG-OPERADOR.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO ATUALIZAR OPERADOR - FS="
                       WRK-FS-OPERADORES
               GO TO 0131-REGISTRAR-FALHA-FIM
           END-IF.

           IF OPR-BLOQUEADO
               DISPLAY "OPERADOR " WRK-OPERADOR-ID
                       " BLOQUEADO POR EXCESSO DE TENTATIVAS"
               PERFORM 0133-GRAVAR-LOG-BLOQUEIO
           END-IF.

       0131-REGISTRAR-FALHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== IDADE DA SENHA EM DIAS ATE A DATA DO SISTEMA; DATA DE
      *== TROCA AUSENTE OU INVALIDA CONTA COMO SENHA VENCIDA
      *-----------------------------------------------------------------
       0132-VERIFICAR-VALIDADE               SECTION.

           MOVE 99999999 TO WRK-IDADE-SENHA.

           IF OPR-DATA-SENHA IS NUMERIC
               AND OPR-DATA-SENHA > ZEROS
               MOVE OPR-DATA-SENHA TO WRK-DATA-CALC
               PERFORM 0137-CALCULAR-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-SENHA
               IF WRK-DIAS-SENHA > ZEROS
                   AND WRK-DIAS-SENHA <= WRK-DIAS-HOJE
                   SUBTRACT WRK-DIAS-SENHA FROM WRK-DIAS-HOJE
                       GIVING WRK-IDADE-SENHA
               END-IF
           END-IF.

       0132-VERIFICAR-VALIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O BLOQUEIO AUTOMATICO E ANOTADO NO LOG DE MANUTENCAO DE
      *== OPERADORES, TENDO O PROPRIO PROGRAMA COMO RESPONSAVEL
      *-----------------------------------------------------------------
       0133-GRAVAR-LOG-BLOQUEIO              SECTION.

           OPEN EXTEND ARQ-LOG-OPR.

           IF NOT FS-LOG-OPR-OK
               DISPLAY "ERRO AO ABRIR LOG DE OPERADORES - FS="
                       WRK-FS-LOG-OPR
               GO TO 0133-GRAVAR-LOG-BLOQUEIO-FIM
           END-IF.

           PERFORM 0260-MONTAR-DATA-HORA.
           MOVE OPR-TENT-FALHAS TO WRK-FALHAS-ED.

           MOVE SPACES           TO REG-LOG-OPR.
           MOVE WRK-DATA-HORA-ED TO LOG-DATA-HORA.
           MOVE "PRGCOB18"       TO LOG-RESPONSAVEL.
           MOVE "B"              TO LOG-FUNCAO.
           MOVE WRK-OPERADOR-ID  TO LOG-OPERADOR.
           STRING "BLOQUEIO APOS " WRK-FALHAS-ED
                  " FALHAS DE SIGN-ON"
               DELIMITED BY SIZE INTO LOG-DESCRICAO.

           WRITE REG-LOG-OPR.

           IF NOT FS-LOG-OPR-OK
               DISPLAY "ERRO AO GRAVAR LOG DE OPERADORES - FS="
                       WRK-FS-LOG-OPR
           END-IF.

           CLOSE ARQ-LOG-OPR.

       0133-GRAVAR-LOG-BLOQUEIO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== TENTATIVA DE SIGN-ON REPROVADA VAI PARA A TRILHA COM
      *== OPERACAO "X" (DESCONSIDERADA NA CONCILIACAO)
       0135-GRAVAR-AUD-SIGNON-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DIAS CORRIDOS DESDE 01/01/0001 ATE A DATA EM
      *== WRK-DATA-CALC, COM A REGRA GREGORIANA DE ANO BISSEXTO;
      *== MES FORA DE 01-12 DEVOLVE ZEROS
      *-----------------------------------------------------------------
       0137-CALCULAR-DIAS                    SECTION.

           MOVE ZEROS TO WRK-DIAS-CALC.

           IF WRK-DCA-ANO = ZEROS
               OR WRK-DCA-MES < 1 OR WRK-DCA-MES > 12
               GO TO 0137-CALCULAR-DIAS-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-DCA-ANO GIVING WRK-ANOS-ANT.
           MULTIPLY WRK-ANOS-ANT BY 365 GIVING WRK-DIAS-CALC.
           DIVIDE WRK-ANOS-ANT BY 4   GIVING WRK-QUOCIENTE.
           ADD WRK-QUOCIENTE TO WRK-DIAS-CALC.
           DIVIDE WRK-ANOS-ANT BY 100 GIVING WRK-QUOCIENTE.
           SUBTRACT WRK-QUOCIENTE FROM WRK-DIAS-CALC.
           DIVIDE WRK-ANOS-ANT BY 400 GIVING WRK-QUOCIENTE.
           ADD WRK-QUOCIENTE TO WRK-DIAS-CALC.

           ADD WRK-TAB-DIAS-ACUM (WRK-DCA-MES) TO WRK-DIAS-CALC.
           ADD WRK-DCA-DIA TO WRK-DIAS-CALC.

           IF WRK-DCA-MES > 2
               DIVIDE WRK-DCA-ANO BY 4   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-DCA-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-DCA-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 = ZEROS
                   AND (WRK-RESTO-100 NOT = ZEROS
                        OR WRK-RESTO-400 = ZEROS)
                   ADD 1 TO WRK-DIAS-CALC
               END-IF
           END-IF.

       0137-CALCULAR-DIAS-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ATENDER-ESTORNO                  SECTION.

           MOVE WRK-ORIG-CLIENTE  TO RES-CLIENTE.
           MOVE WRK-CONTRA-AJUST  TO RES-RESULT-AJUST.
           MOVE SPACE             TO RES-SIT-RETORNO.
           MOVE ZEROS             TO RES-QTD-REENVIO.
           MOVE ZEROS             TO RES-DATA-REENVIO.

           WRITE REG-MESTRE.

