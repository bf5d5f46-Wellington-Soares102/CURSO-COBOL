       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB25.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO DO MESTRE DE OPERADORES (OPRIDX)
      *==               VIA CONSOLE, SEM RECARGA PELO PRGCOB23:
      *==               INCLUI, ALTERA AUTORIDADES, SUSPENDE,
      *==               REINICIA SENHA (DESBLOQUEANDO O ID) E
      *==               CONSULTA OPERADORES. EXIGE SIGN-ON DE UM
      *==               OPERADOR ADMINISTRADOR (OPR-AUT-ADM = "S")
      *==               E REGISTRA CADA ALTERACAO NO OPRLOG COM O
      *==               ADMINISTRADOR QUE A FEZ. A REGRA DE
      *==               BLOQUEIO E VALIDADE DA SENHA (SENPARM) E A
      *==               MESMA DO PRGCOB11 E DO PRGCOB18
      *== DATA        : 06/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "OPRIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS OPR-ID
                                 FILE STATUS IS WRK-FS-OPERADORES.

           SELECT OPTIONAL ARQ-LOG-OPR ASSIGN TO "OPRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-LOG-OPR.

           SELECT OPTIONAL ARQ-PARM-SENHA ASSIGN TO "SENPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARM-SENHA.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE OPERADORES - ID, SENHA, AUTORIDADE POR
      *== OPERACAO (S/N PARA A, S, M E D, NESTA ORDEM), SITUACAO
      *== ("A" ATIVO, "S" SUSPENSO, "B" BLOQUEADO POR TENTATIVAS),
      *== FALHAS CONSECUTIVAS DE SIGN-ON, DATA DA ULTIMA TROCA DE
      *== SENHA E AUTORIDADE DE ADMINISTRACAO DO CADASTRO
       FD  ARQ-OPERADORES
           LABEL RECORDS ARE STANDARD.
       01  REG-OPERADOR.
           05 OPR-ID                          PIC X(08).
           05 FILLER                          PIC X(01).
           05 OPR-SENHA                       PIC X(08).
           05 FILLER                          PIC X(01).
           05 OPR-AUT-A                       PIC X(01).
           05 OPR-AUT-S                       PIC X(01).
           05 OPR-AUT-M                       PIC X(01).
           05 OPR-AUT-D                       PIC X(01).
           05 FILLER                          PIC X(01).
           05 OPR-SITUACAO                    PIC X(01).
               88 OPR-ATIVO                     VALUE "A".
               88 OPR-SUSPENSO                  VALUE "S".
               88 OPR-BLOQUEADO                 VALUE "B".
           05 FILLER                          PIC X(01).
           05 OPR-TENT-FALHAS                 PIC 9(02).
           05 FILLER                          PIC X(01).
           05 OPR-DATA-SENHA                  PIC 9(08).
           05 FILLER                          PIC X(01).
           05 OPR-AUT-ADM                     PIC X(01).

      *== LOG DE MANUTENCAO DO CADASTRO: QUEM (ADMINISTRADOR OU
      *== PROGRAMA), QUANDO, FUNCAO ("I" INCLUSAO, "A" ALTERACAO,
      *== "S" SUSPENSAO, "R" REINICIO DE SENHA, "B" BLOQUEIO POR
      *== TENTATIVAS, "X" SIGN-ON DE ADMINISTRADOR RECUSADO) E O
      *== OPERADOR AFETADO. A SENHA NUNCA E GRAVADA NO LOG
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

      *== REGRA DE SENHA: FALHAS CONSECUTIVAS QUE BLOQUEIAM O ID
      *== E DIAS DE VALIDADE DA SENHA (000 = SEM EXPIRACAO)
       FD  ARQ-PARM-SENHA
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-SENHA.
           05 PRM-MAX-FALHAS                  PIC X(02).
           05 FILLER                          PIC X(01).
           05 PRM-DIAS-VALIDADE               PIC X(03).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-OPERADORES PIC X(02) VALUE "00".
           88 FS-OPERADORES-OK      VALUE "00".
           88 FS-OPERADORES-NAOACHOU VALUE "23".

       77 WRK-FS-LOG-OPR   PIC X(02)  VALUE "00".
           88 FS-LOG-OPR-OK         VALUES "00" "05".

       77 WRK-FS-PARM-SENHA PIC X(02) VALUE "00".
           88 FS-PARM-SENHA-OK      VALUES "00" "05".

       77 WRK-SW-OPERADORES PIC X(01) VALUE "N".
           88 OPERADORES-DISPONIVEIS VALUE "S".

       77 WRK-SW-LOG-OPR   PIC X(01)  VALUE "N".
           88 LOG-OPR-DISPONIVEL    VALUE "S".

       77 WRK-SW-FIM-MANUT PIC X(01)  VALUE "N".
           88 FIM-MANUTENCAO        VALUE "S".

       77 WRK-SW-SIGNON    PIC X(01)  VALUE "N".
           88 SIGNON-APROVADO       VALUE "S".

       77 WRK-SW-ACHOU-OPR PIC X(01)  VALUE "N".
           88 ACHOU-OPERADOR        VALUE "S".

       77 WRK-OPCAO        PIC X(01)  VALUE SPACES.
           88 OPCAO-INCLUIR         VALUE "I".
           88 OPCAO-ALTERAR         VALUE "A".
           88 OPCAO-SUSPENDER       VALUE "S".
           88 OPCAO-REINICIAR       VALUE "R".
           88 OPCAO-CONSULTAR       VALUE "C".
           88 OPCAO-ENCERRAR        VALUE "X".

      *== REGRA DE SENHA, COM O PADRAO QUANDO O SENPARM NAO EXISTE
       77 WRK-MAX-FALHAS   PIC 9(02)  VALUE 3.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE 90.

       77 WRK-ID-ADMIN     PIC X(08)  VALUE SPACES.
       77 WRK-SENHA        PIC X(08)  VALUE SPACES.
       77 WRK-TENTATIVAS   PIC 9(01)  VALUE ZEROS.

       77 WRK-ID-ALVO      PIC X(08)  VALUE SPACES.
       77 WRK-SENHA-NOVA   PIC X(08)  VALUE SPACES.
       77 WRK-SENHA-CONF   PIC X(08)  VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)  VALUE SPACES.
           88 ALTERACAO-CONFIRMADA  VALUE "S".

      *== CAPTURA DE UM INDICADOR S/N; BRANCO MANTEM O ATUAL
       77 WRK-PERGUNTA     PIC X(30)  VALUE SPACES.
       77 WRK-FLAG-ATUAL   PIC X(01)  VALUE SPACES.
       77 WRK-FLAG         PIC X(01)  VALUE SPACES.
           88 FLAG-VALIDA           VALUES "S" "N" " ".

       01 WRK-AUTORIDADES.
           05 WRK-AUT-A            PIC X(01).
           05 WRK-AUT-S            PIC X(01).
           05 WRK-AUT-M            PIC X(01).
           05 WRK-AUT-D            PIC X(01).
           05 WRK-AUT-ADM          PIC X(01).
       01 WRK-AUTORIDADES-ANT      PIC X(05) VALUE SPACES.

       77 WRK-FUNCAO-LOG   PIC X(01)  VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(40)  VALUE SPACES.

       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
           05 WRK-DSR-ANO          PIC 9(04).
           05 WRK-DSR-MES          PIC 9(02).
           05 WRK-DSR-DIA          PIC 9(02).
       77 WRK-DATA-ED       PIC X(10) VALUE SPACES.

       01 WRK-HORA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HSR-HORA         PIC 9(02).
           05 WRK-HSR-MIN          PIC 9(02).
           05 WRK-HSR-SEG          PIC 9(02).
           05 WRK-HSR-CENT         PIC 9(02).
       77 WRK-HORA-ED       PIC X(08) VALUE SPACES.
       77 WRK-DATA-HORA-ED  PIC X(19) VALUE SPACES.

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

       77 WRK-FALHAS-ED     PIC Z9     VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-ATENDER-ADMINISTRADOR
               UNTIL FIM-MANUTENCAO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           PERFORM 0285-MONTAR-DATA-HORA.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-CALC.
           PERFORM 0190-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           PERFORM 0105-LER-PARM-SENHA.

           OPEN I-O ARQ-OPERADORES.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO ABRIR MESTRE DE OPERADORES - FS="
                       WRK-FS-OPERADORES
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           SET OPERADORES-DISPONIVEIS TO TRUE.

           OPEN EXTEND ARQ-LOG-OPR.

           IF NOT FS-LOG-OPR-OK
               DISPLAY "ERRO AO ABRIR LOG DE OPERADORES - FS="
                       WRK-FS-LOG-OPR
               DISPLAY "SEM LOG NAO HA MANUTENCAO - EXECUCAO"
                       " ENCERRADA"
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           SET LOG-OPR-DISPONIVEL TO TRUE.

           PERFORM 0120-VALIDAR-SIGN-ON.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O SENPARM (OU COM CONTEUDO INVALIDO) VALE O PADRAO:
      *== 3 FALHAS CONSECUTIVAS E SENHA VALIDA POR 90 DIAS
      *-----------------------------------------------------------------
       0105-LER-PARM-SENHA                   SECTION.

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

       0105-LER-PARM-SENHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SO UM OPERADOR ATIVO, COM SENHA NO PRAZO E AUTORIDADE DE
      *== ADMINISTRACAO ENTRA NA MANUTENCAO
      *-----------------------------------------------------------------
       0120-VALIDAR-SIGN-ON                  SECTION.

           PERFORM 0125-TENTAR-SIGN-ON
               UNTIL SIGNON-APROVADO
                  OR WRK-TENTATIVAS >= 3.

           IF NOT SIGNON-APROVADO
               DISPLAY "SIGN-ON REPROVADO - EXECUCAO ENCERRADA"
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0120-VALIDAR-SIGN-ON-FIM. EXIT.


      *-----------------------------------------------------------------
       0125-TENTAR-SIGN-ON                   SECTION.

           ADD 1 TO WRK-TENTATIVAS.
           MOVE SPACES TO WRK-ID-ADMIN.
           MOVE SPACES TO WRK-SENHA.

           DISPLAY "DIGITE O ID DO ADMINISTRADOR:".
           ACCEPT WRK-ID-ADMIN.
           DISPLAY "DIGITE A SENHA:".
           ACCEPT WRK-SENHA.

           PERFORM 0130-CONFERIR-ADMINISTRADOR.

           IF NOT SIGNON-APROVADO
               MOVE "X"           TO WRK-FUNCAO-LOG
               MOVE "SIGN-ON DE ADMINISTRADOR RECUSADO"
                 TO WRK-DESCRICAO
               MOVE WRK-ID-ADMIN  TO WRK-ID-ALVO
               PERFORM 0280-GRAVAR-LOG
           END-IF.

       0125-TENTAR-SIGN-ON-FIM. EXIT.


      *-----------------------------------------------------------------
      *== MESMA REGRA DO SIGN-ON DO PRGCOB11: ID SUSPENSO OU
      *== BLOQUEADO E RECUSADO, SENHA ERRADA SOMA UMA FALHA (E
      *== BLOQUEIA O ID NO LIMITE), SENHA VENCIDA E RECUSADA E O
      *== ACERTO ZERA AS FALHAS
      *-----------------------------------------------------------------
       0130-CONFERIR-ADMINISTRADOR           SECTION.

           MOVE WRK-ID-ADMIN TO OPR-ID.

           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   GO TO 0130-CONFERIR-ADMINISTRADOR-FIM
           END-READ.

           IF NOT OPR-ATIVO
               DISPLAY "OPERADOR " WRK-ID-ADMIN
                       " SUSPENSO OU BLOQUEADO"
               GO TO 0130-CONFERIR-ADMINISTRADOR-FIM
           END-IF.

           IF OPR-SENHA NOT = WRK-SENHA
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               PERFORM 0140-REGISTRAR-FALHA
               GO TO 0130-CONFERIR-ADMINISTRADOR-FIM
           END-IF.

           PERFORM 0135-VERIFICAR-VALIDADE.

           IF WRK-DIAS-VALIDADE > ZEROS
               AND WRK-IDADE-SENHA > WRK-DIAS-VALIDADE
               DISPLAY "SENHA EXPIRADA - SOLICITE O REINICIO A"
                       " OUTRO ADMINISTRADOR"
               GO TO 0130-CONFERIR-ADMINISTRADOR-FIM
           END-IF.

           IF OPR-AUT-ADM NOT = "S"
               DISPLAY "OPERADOR SEM AUTORIDADE DE ADMINISTRACAO"
               GO TO 0130-CONFERIR-ADMINISTRADOR-FIM
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

       0130-CONFERIR-ADMINISTRADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== IDADE DA SENHA EM DIAS; DATA DE TROCA AUSENTE OU
      *== INVALIDA CONTA COMO SENHA VENCIDA
      *-----------------------------------------------------------------
       0135-VERIFICAR-VALIDADE               SECTION.

           MOVE 99999999 TO WRK-IDADE-SENHA.

           IF OPR-DATA-SENHA IS NUMERIC
               AND OPR-DATA-SENHA > ZEROS
               MOVE OPR-DATA-SENHA TO WRK-DATA-CALC
               PERFORM 0190-CALCULAR-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-SENHA
               IF WRK-DIAS-SENHA > ZEROS
                   AND WRK-DIAS-SENHA <= WRK-DIAS-HOJE
                   SUBTRACT WRK-DIAS-SENHA FROM WRK-DIAS-HOJE
                       GIVING WRK-IDADE-SENHA
               END-IF
           END-IF.

       0135-VERIFICAR-VALIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A FALHA FICA NO PROPRIO REGISTRO, ACUMULANDO ENTRE
      *== EXECUCOES; NO LIMITE O ID E BLOQUEADO E SO VOLTA PELO
      *== REINICIO DE SENHA
      *-----------------------------------------------------------------
       0140-REGISTRAR-FALHA                  SECTION.

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
               GO TO 0140-REGISTRAR-FALHA-FIM
           END-IF.

           IF OPR-BLOQUEADO
               DISPLAY "OPERADOR " OPR-ID
                       " BLOQUEADO POR EXCESSO DE TENTATIVAS"
               MOVE OPR-ID    TO WRK-ID-ALVO
               MOVE "B"       TO WRK-FUNCAO-LOG
               MOVE OPR-TENT-FALHAS TO WRK-FALHAS-ED
               MOVE SPACES    TO WRK-DESCRICAO
               STRING "BLOQUEIO APOS " WRK-FALHAS-ED
                      " FALHAS DE SIGN-ON"
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               PERFORM 0280-GRAVAR-LOG
           END-IF.

       0140-REGISTRAR-FALHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DIAS CORRIDOS DESDE 01/01/0001 ATE A DATA EM
      *== WRK-DATA-CALC, COM A REGRA GREGORIANA DE ANO BISSEXTO;
      *== MES FORA DE 01-12 DEVOLVE ZEROS
      *-----------------------------------------------------------------
       0190-CALCULAR-DIAS                    SECTION.

           MOVE ZEROS TO WRK-DIAS-CALC.

           IF WRK-DCA-ANO = ZEROS
               OR WRK-DCA-MES < 1 OR WRK-DCA-MES > 12
               GO TO 0190-CALCULAR-DIAS-FIM
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

       0190-CALCULAR-DIAS-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ATENDER-ADMINISTRADOR            SECTION.

           DISPLAY "=========================================".
           DISPLAY "  MANUTENCAO DO MESTRE DE OPERADORES".
           DISPLAY "  (I)NCLUIR    (A)LTERAR AUTORIDADES".
           DISPLAY "  (S)USPENDER  (R)EINICIAR SENHA".
           DISPLAY "  (C)ONSULTAR  (X) ENCERRAR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO:".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-OPERADOR
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-AUTORIDADES
               WHEN OPCAO-SUSPENDER
                   PERFORM 0230-SUSPENDER-OPERADOR
               WHEN OPCAO-REINICIAR
                   PERFORM 0240-REINICIAR-SENHA
               WHEN OPCAO-CONSULTAR
                   PERFORM 0250-CONSULTAR-OPERADOR
               WHEN OPCAO-ENCERRAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I,A,S,R,C OU X"
           END-EVALUATE.

       0200-ATENDER-ADMINISTRADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O OPERADOR NOVO ENTRA ATIVO, SEM FALHAS E COM A SENHA
      *== DATADA DE HOJE
      *-----------------------------------------------------------------
       0210-INCLUIR-OPERADOR                 SECTION.

           PERFORM 0260-CAPTURAR-ID.

           IF WRK-ID-ALVO = SPACES
               GO TO 0210-INCLUIR-OPERADOR-FIM
           END-IF.

           PERFORM 0265-LER-OPERADOR.

           IF ACHOU-OPERADOR
               DISPLAY "OPERADOR " WRK-ID-ALVO " JA CADASTRADO"
               GO TO 0210-INCLUIR-OPERADOR-FIM
           END-IF.

           PERFORM 0270-CAPTURAR-SENHA.

           IF WRK-SENHA-NOVA = SPACES
               GO TO 0210-INCLUIR-OPERADOR-FIM
           END-IF.

           MOVE "NNNNN" TO WRK-AUTORIDADES.
           PERFORM 0275-CAPTURAR-AUTORIDADES.

           MOVE SPACES           TO REG-OPERADOR.
           MOVE WRK-ID-ALVO      TO OPR-ID.
           MOVE WRK-SENHA-NOVA   TO OPR-SENHA.
           MOVE WRK-AUT-A        TO OPR-AUT-A.
           MOVE WRK-AUT-S        TO OPR-AUT-S.
           MOVE WRK-AUT-M        TO OPR-AUT-M.
           MOVE WRK-AUT-D        TO OPR-AUT-D.
           MOVE "A"              TO OPR-SITUACAO.
           MOVE ZEROS            TO OPR-TENT-FALHAS.
           MOVE WRK-DATA-SISTEMA TO OPR-DATA-SENHA.
           MOVE WRK-AUT-ADM      TO OPR-AUT-ADM.

           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR " WRK-ID-ALVO " JA CADASTRADO"
                   GO TO 0210-INCLUIR-OPERADOR-FIM
           END-WRITE.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO INCLUIR OPERADOR - FS="
                       WRK-FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               GO TO 0210-INCLUIR-OPERADOR-FIM
           END-IF.

           MOVE "I"    TO WRK-FUNCAO-LOG.
           MOVE SPACES TO WRK-DESCRICAO.
           STRING "INCLUSAO ATIVO - AUT ASMD/ADM "
                  WRK-AUTORIDADES
               DELIMITED BY SIZE INTO WRK-DESCRICAO.
           PERFORM 0280-GRAVAR-LOG.

           DISPLAY "OPERADOR " WRK-ID-ALVO " INCLUIDO ATIVO".

       0210-INCLUIR-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O ADMINISTRADOR NAO ALTERA A PROPRIA AUTORIDADE, PARA
      *== NENHUM ID CONCEDER A SI MESMO O QUE NAO TINHA
      *-----------------------------------------------------------------
       0220-ALTERAR-AUTORIDADES              SECTION.

           PERFORM 0260-CAPTURAR-ID.

           IF WRK-ID-ALVO = SPACES
               GO TO 0220-ALTERAR-AUTORIDADES-FIM
           END-IF.

           IF WRK-ID-ALVO = WRK-ID-ADMIN
               DISPLAY "ADMINISTRADOR NAO ALTERA A PROPRIA"
                       " AUTORIDADE"
               GO TO 0220-ALTERAR-AUTORIDADES-FIM
           END-IF.

           PERFORM 0265-LER-OPERADOR.

           IF NOT ACHOU-OPERADOR
               DISPLAY "OPERADOR " WRK-ID-ALVO " NAO CADASTRADO"
               GO TO 0220-ALTERAR-AUTORIDADES-FIM
           END-IF.

           MOVE OPR-AUT-A   TO WRK-AUT-A.
           MOVE OPR-AUT-S   TO WRK-AUT-S.
           MOVE OPR-AUT-M   TO WRK-AUT-M.
           MOVE OPR-AUT-D   TO WRK-AUT-D.
           MOVE OPR-AUT-ADM TO WRK-AUT-ADM.
           MOVE WRK-AUTORIDADES TO WRK-AUTORIDADES-ANT.

           PERFORM 0275-CAPTURAR-AUTORIDADES.

           IF WRK-AUTORIDADES = WRK-AUTORIDADES-ANT
               DISPLAY "AUTORIDADES SEM ALTERACAO"
               GO TO 0220-ALTERAR-AUTORIDADES-FIM
           END-IF.

           MOVE WRK-AUT-A   TO OPR-AUT-A.
           MOVE WRK-AUT-S   TO OPR-AUT-S.
           MOVE WRK-AUT-M   TO OPR-AUT-M.
           MOVE WRK-AUT-D   TO OPR-AUT-D.
           MOVE WRK-AUT-ADM TO OPR-AUT-ADM.

           REWRITE REG-OPERADOR.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO ALTERAR OPERADOR - FS="
                       WRK-FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               GO TO 0220-ALTERAR-AUTORIDADES-FIM
           END-IF.

           MOVE "A"    TO WRK-FUNCAO-LOG.
           MOVE SPACES TO WRK-DESCRICAO.
           STRING "AUT ASMD/ADM DE " WRK-AUTORIDADES-ANT
                  " PARA " WRK-AUTORIDADES
               DELIMITED BY SIZE INTO WRK-DESCRICAO.
           PERFORM 0280-GRAVAR-LOG.

           DISPLAY "AUTORIDADES DE " WRK-ID-ALVO " ALTERADAS".

       0220-ALTERAR-AUTORIDADES-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-SUSPENDER-OPERADOR               SECTION.

           PERFORM 0260-CAPTURAR-ID.

           IF WRK-ID-ALVO = SPACES
               GO TO 0230-SUSPENDER-OPERADOR-FIM
           END-IF.

           IF WRK-ID-ALVO = WRK-ID-ADMIN
               DISPLAY "ADMINISTRADOR NAO SUSPENDE O PROPRIO ID"
               GO TO 0230-SUSPENDER-OPERADOR-FIM
           END-IF.

           PERFORM 0265-LER-OPERADOR.

           IF NOT ACHOU-OPERADOR
               DISPLAY "OPERADOR " WRK-ID-ALVO " NAO CADASTRADO"
               GO TO 0230-SUSPENDER-OPERADOR-FIM
           END-IF.

           IF OPR-SUSPENSO
               DISPLAY "OPERADOR " WRK-ID-ALVO " JA SUSPENSO"
               GO TO 0230-SUSPENDER-OPERADOR-FIM
           END-IF.

           MOVE SPACES TO WRK-DESCRICAO.
           STRING "SUSPENSAO - SITUACAO ANTERIOR " OPR-SITUACAO
               DELIMITED BY SIZE INTO WRK-DESCRICAO.

           MOVE "S" TO OPR-SITUACAO.

           REWRITE REG-OPERADOR.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO SUSPENDER OPERADOR - FS="
                       WRK-FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               GO TO 0230-SUSPENDER-OPERADOR-FIM
           END-IF.

           MOVE "S" TO WRK-FUNCAO-LOG.
           PERFORM 0280-GRAVAR-LOG.

           DISPLAY "OPERADOR " WRK-ID-ALVO " SUSPENSO".

       0230-SUSPENDER-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O REINICIO GRAVA A SENHA NOVA DATADA DE HOJE, ZERA AS
      *== FALHAS E DEVOLVE O ID A SITUACAO ATIVA - E O CAMINHO DE
      *== VOLTA DO BLOQUEIO, DA SUSPENSAO E DA SENHA VENCIDA
      *-----------------------------------------------------------------
       0240-REINICIAR-SENHA                  SECTION.

           PERFORM 0260-CAPTURAR-ID.

           IF WRK-ID-ALVO = SPACES
               GO TO 0240-REINICIAR-SENHA-FIM
           END-IF.

           PERFORM 0265-LER-OPERADOR.

           IF NOT ACHOU-OPERADOR
               DISPLAY "OPERADOR " WRK-ID-ALVO " NAO CADASTRADO"
               GO TO 0240-REINICIAR-SENHA-FIM
           END-IF.

           PERFORM 0270-CAPTURAR-SENHA.

           IF WRK-SENHA-NOVA = SPACES
               GO TO 0240-REINICIAR-SENHA-FIM
           END-IF.

           IF WRK-SENHA-NOVA = OPR-SENHA
               DISPLAY "SENHA NOVA IGUAL A ATUAL - REINICIO"
                       " RECUSADO"
               GO TO 0240-REINICIAR-SENHA-FIM
           END-IF.

           MOVE SPACES TO WRK-DESCRICAO.
           STRING "REINICIO DE SENHA - SITUACAO ANTERIOR "
                  OPR-SITUACAO
               DELIMITED BY SIZE INTO WRK-DESCRICAO.

           MOVE WRK-SENHA-NOVA   TO OPR-SENHA.
           MOVE "A"              TO OPR-SITUACAO.
           MOVE ZEROS            TO OPR-TENT-FALHAS.
           MOVE WRK-DATA-SISTEMA TO OPR-DATA-SENHA.

           REWRITE REG-OPERADOR.

           IF NOT FS-OPERADORES-OK
               DISPLAY "ERRO AO REINICIAR SENHA - FS="
                       WRK-FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               GO TO 0240-REINICIAR-SENHA-FIM
           END-IF.

           MOVE "R" TO WRK-FUNCAO-LOG.
           PERFORM 0280-GRAVAR-LOG.

           DISPLAY "SENHA DE " WRK-ID-ALVO
                   " REINICIADA - OPERADOR ATIVO".

       0240-REINICIAR-SENHA-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-CONSULTAR-OPERADOR               SECTION.

           PERFORM 0260-CAPTURAR-ID.

           IF WRK-ID-ALVO = SPACES
               GO TO 0250-CONSULTAR-OPERADOR-FIM
           END-IF.

           PERFORM 0265-LER-OPERADOR.

           IF NOT ACHOU-OPERADOR
               DISPLAY "OPERADOR " WRK-ID-ALVO " NAO CADASTRADO"
               GO TO 0250-CONSULTAR-OPERADOR-FIM
           END-IF.

           PERFORM 0135-VERIFICAR-VALIDADE.

           DISPLAY "-----------------------------------------".
           DISPLAY "OPERADOR............: " OPR-ID.
           DISPLAY "AUTORIDADE A/S/M/D..: " OPR-AUT-A OPR-AUT-S
                   OPR-AUT-M OPR-AUT-D.
           DISPLAY "ADMINISTRADOR.......: " OPR-AUT-ADM.
           EVALUATE TRUE
               WHEN OPR-ATIVO
                   DISPLAY "SITUACAO............: ATIVO"
               WHEN OPR-SUSPENSO
                   DISPLAY "SITUACAO............: SUSPENSO"
               WHEN OPR-BLOQUEADO
                   DISPLAY "SITUACAO............: BLOQUEADO"
               WHEN OTHER
                   DISPLAY "SITUACAO............: INVALIDA ("
                           OPR-SITUACAO ")"
           END-EVALUATE.
           DISPLAY "FALHAS CONSECUTIVAS.: " OPR-TENT-FALHAS.
           DISPLAY "TROCA DA SENHA......: " OPR-DATA-SENHA.
           IF WRK-DIAS-VALIDADE > ZEROS
               AND WRK-IDADE-SENHA > WRK-DIAS-VALIDADE
               DISPLAY "*** SENHA EXPIRADA ***"
           END-IF.
           DISPLAY "-----------------------------------------".

       0250-CONSULTAR-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-CAPTURAR-ID                      SECTION.

           MOVE SPACES TO WRK-ID-ALVO.
           DISPLAY "DIGITE O ID DO OPERADOR (8 POSICOES)".
           DISPLAY "OU BRANCO PARA VOLTAR AO MENU:".
           ACCEPT WRK-ID-ALVO.

       0260-CAPTURAR-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0265-LER-OPERADOR                     SECTION.

           MOVE "N"         TO WRK-SW-ACHOU-OPR.
           MOVE WRK-ID-ALVO TO OPR-ID.

           READ ARQ-OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-OPERADOR TO TRUE
           END-READ.

       0265-LER-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SENHA DIGITADA DUAS VEZES; EM BRANCO OU DIVERGENTE
      *== VOLTA VAZIA E A FUNCAO E ABANDONADA
      *-----------------------------------------------------------------
       0270-CAPTURAR-SENHA                   SECTION.

           MOVE SPACES TO WRK-SENHA-NOVA.
           MOVE SPACES TO WRK-SENHA-CONF.

           DISPLAY "DIGITE A SENHA NOVA:".
           ACCEPT WRK-SENHA-NOVA.
           DISPLAY "REPITA A SENHA NOVA:".
           ACCEPT WRK-SENHA-CONF.

           IF WRK-SENHA-NOVA = SPACES
               DISPLAY "SENHA NAO PODE SER EM BRANCO"
           ELSE
               IF WRK-SENHA-NOVA NOT = WRK-SENHA-CONF
                   DISPLAY "SENHAS NAO CONFEREM"
                   MOVE SPACES TO WRK-SENHA-NOVA
               END-IF
           END-IF.

       0270-CAPTURAR-SENHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CADA INDICADOR PARTE DO VALOR EM WRK-AUTORIDADES; BRANCO
      *== MANTEM O VALOR
      *-----------------------------------------------------------------
       0275-CAPTURAR-AUTORIDADES             SECTION.

           MOVE "AUTORIZA ADICAO (S/N)"       TO WRK-PERGUNTA.
           MOVE WRK-AUT-A TO WRK-FLAG-ATUAL.
           PERFORM 0277-CAPTURAR-INDICADOR
               WITH TEST AFTER
               UNTIL FLAG-VALIDA.
           MOVE WRK-FLAG  TO WRK-AUT-A.

           MOVE "AUTORIZA SUBTRACAO (S/N)"    TO WRK-PERGUNTA.
           MOVE WRK-AUT-S TO WRK-FLAG-ATUAL.
           PERFORM 0277-CAPTURAR-INDICADOR
               WITH TEST AFTER
               UNTIL FLAG-VALIDA.
           MOVE WRK-FLAG  TO WRK-AUT-S.

           MOVE "AUTORIZA MULTIPLICACAO (S/N)" TO WRK-PERGUNTA.
           MOVE WRK-AUT-M TO WRK-FLAG-ATUAL.
           PERFORM 0277-CAPTURAR-INDICADOR
               WITH TEST AFTER
               UNTIL FLAG-VALIDA.
           MOVE WRK-FLAG  TO WRK-AUT-M.

           MOVE "AUTORIZA DIVISAO (S/N)"      TO WRK-PERGUNTA.
           MOVE WRK-AUT-D TO WRK-FLAG-ATUAL.
           PERFORM 0277-CAPTURAR-INDICADOR
               WITH TEST AFTER
               UNTIL FLAG-VALIDA.
           MOVE WRK-FLAG  TO WRK-AUT-D.

           MOVE "ADMINISTRA OPERADORES (S/N)" TO WRK-PERGUNTA.
           MOVE WRK-AUT-ADM TO WRK-FLAG-ATUAL.
           PERFORM 0277-CAPTURAR-INDICADOR
               WITH TEST AFTER
               UNTIL FLAG-VALIDA.
           MOVE WRK-FLAG  TO WRK-AUT-ADM.

       0275-CAPTURAR-AUTORIDADES-FIM. EXIT.


      *-----------------------------------------------------------------
       0277-CAPTURAR-INDICADOR               SECTION.

           MOVE SPACES TO WRK-FLAG.
           DISPLAY WRK-PERGUNTA " - ATUAL " WRK-FLAG-ATUAL ":".
           ACCEPT WRK-FLAG.

           IF NOT FLAG-VALIDA
               DISPLAY "INFORME S, N OU BRANCO PARA MANTER"
           ELSE
               IF WRK-FLAG = SPACE
                   MOVE WRK-FLAG-ATUAL TO WRK-FLAG
               END-IF
           END-IF.

       0277-CAPTURAR-INDICADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O RESPONSAVEL E O ADMINISTRADOR DO SIGN-ON; NAS RECUSAS
      *== DE SIGN-ON E NO BLOQUEIO POR TENTATIVAS E O PROPRIO
      *== PROGRAMA
      *-----------------------------------------------------------------
       0280-GRAVAR-LOG                       SECTION.

           IF NOT LOG-OPR-DISPONIVEL
               GO TO 0280-GRAVAR-LOG-FIM
           END-IF.

           PERFORM 0285-MONTAR-DATA-HORA.

           MOVE SPACES           TO REG-LOG-OPR.
           MOVE WRK-DATA-HORA-ED TO LOG-DATA-HORA.
           IF SIGNON-APROVADO
               MOVE WRK-ID-ADMIN TO LOG-RESPONSAVEL
           ELSE
               MOVE "PRGCOB25"   TO LOG-RESPONSAVEL
           END-IF.
           MOVE WRK-FUNCAO-LOG   TO LOG-FUNCAO.
           MOVE WRK-ID-ALVO      TO LOG-OPERADOR.
           MOVE WRK-DESCRICAO    TO LOG-DESCRICAO.

           WRITE REG-LOG-OPR.

           IF NOT FS-LOG-OPR-OK
               DISPLAY "ERRO AO GRAVAR LOG DE OPERADORES - FS="
                       WRK-FS-LOG-OPR
               MOVE 12 TO RETURN-CODE
           END-IF.

       0280-GRAVAR-LOG-FIM. EXIT.


      *-----------------------------------------------------------------
       0285-MONTAR-DATA-HORA                 SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-DSR-DIA "/" WRK-DSR-MES "/" WRK-DSR-ANO
               DELIMITED BY SIZE INTO WRK-DATA-ED.
           STRING WRK-HSR-HORA ":" WRK-HSR-MIN ":" WRK-HSR-SEG
               DELIMITED BY SIZE INTO WRK-HORA-ED.
           STRING WRK-DATA-ED " " WRK-HORA-ED
               DELIMITED BY SIZE INTO WRK-DATA-HORA-ED.

       0285-MONTAR-DATA-HORA-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF OPERADORES-DISPONIVEIS
               CLOSE ARQ-OPERADORES
           END-IF.

           IF LOG-OPR-DISPONIVEL
               CLOSE ARQ-LOG-OPR
           END-IF.

           DISPLAY "PRGCOB25 - MANUTENCAO DE OPERADORES ENCERRADA".

       0300-FINALIZAR-FIM. EXIT.
