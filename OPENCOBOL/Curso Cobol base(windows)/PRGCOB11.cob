..    *==               UMA VEZ DO DATFILE (PRGCOB24) NO LUGAR DO
..    *==               RELOGIO, P/ A EXECUCAO QUE CRUZA A
..    *==               MEIA-NOITE MANTER UMA DATA SO
..    *== ALTERACAO   : 04/11/2024 - WSC - SEQUENCIA DO MESTRE POR
..    *==               DATA DE NEGOCIO CONTROLADA NO SEQIDX E
..    *==               CONTINUADA ENTRE EXECUCOES DO MESMO DIA
..    *==               (BASE GUARDADA NO CHECKPOINT P/ A
..    *==               RETOMADA); CHAVE JA EXISTENTE NO MESTRE
..    *==               ENCERRA A EXECUCAO NO LUGAR DO REWRITE
..    *== ALTERACAO   : 06/11/2024 - WSC - SIGN-ON RECUSA ID
..    *==               SUSPENSO, BLOQUEADO OU COM SENHA VENCIDA;
..    *==               FALHAS CONSECUTIVAS ACUMULADAS NO OPRIDX
..    *==               BLOQUEIAM O ID NO LIMITE DO SENPARM, COM
..    *==               O BLOQUEIO REGISTRADO NO OPRLOG (PRGCOB25)
..    *== ALTERACAO   : 08/11/2024 - WSC - TAXA COM DATA DE
..    *==               VIGENCIA (CHAVE CLIENTE + VIGENCIA NO
..    *==               TAXIDX): VALE A ULTIMA VIGENCIA ATE A DATA
..    *==               DE NEGOCIO (MANUTENCAO PELO PRGCOB26)
..    *== ALTERACAO   : 13/11/2024 - WSC - CONTROLE DE REENVIO NO
..    *==               MESTRE (QUANTIDADE E DATA DO ULTIMO
..    *==               REENVIO, PRGCOB30), ZERADO NA GRAVACAO
ALT1  *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.

           SELECT ARQ-TAXAS     ASSIGN TO "TAXIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS TAX-CHAVE
                                 FILE STATUS IS WRK-FS-TAXAS.

           SELECT OPTIONAL ARQ-MESTRE ASSIGN TO "RESFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT OPTIONAL ARQ-CTL-SEQ ASSIGN TO "SEQIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS SEQ-DATA-PROC
                                 FILE STATUS IS WRK-FS-CTL-SEQ.

           SELECT OPTIONAL ARQ-PARM-SENHA ASSIGN TO "SENPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARM-SENHA.

           SELECT OPTIONAL ARQ-LOG-OPR ASSIGN TO "OPRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-LOG-OPR.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
           05 CKP-LOT-DET                     PIC 9(08).
           05 CKP-LOT-HASH                    PIC S9(10)V99.
           05 CKP-LOT-SEMTX                   PIC 9(08).
      *== ULTIMA SEQUENCIA DO MESTRE ANTES DESTA EXECUCAO, PARA A
      *== RETOMADA CONTINUAR A NUMERACAO DE ONDE PAROU
           05 CKP-SEQ-BASE                    PIC 9(06).

       FD  ARQ-PARAMETRO
           LABEL RECORDS ARE STANDARD.
       01  REG-INTERFACE                      PIC X(100).

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

      *== TAXAS POR CLIENTE - FATOR EM PERCENTUAL (10000 = 100,00%),
      *== INDEXADO POR CLIENTE + DATA DE INICIO DA VIGENCIA
      *== (ZEROS = DESDE A CARGA INICIAL), CARREGADO PELO PRGCOB23
      *== E MANTIDO PELO PRGCOB26 SEM REGRAVAR TAXA ANTERIOR
       FD  ARQ-TAXAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TAXA.
           05 TAX-CHAVE.
               10 TAX-CLIENTE                 PIC X(04).
               10 TAX-DATA-VIGENCIA           PIC 9(08).
           05 FILLER                          PIC X(01).
           05 TAX-FATOR                       PIC 9(03)V99.
           05 FILLER                          PIC X(01).
           05 TAX-DATA-INCLUSAO               PIC 9(08).

      *== MESTRE DE RESULTADOS - UM REGISTRO POR CALCULO, CHAVE
      *== DATA DO PROCESSAMENTO + SEQUENCIA DA TRANSACAO NO DIA
           05 RES-RESULT-AJUST                PIC S9(08)V99
                                              SIGN LEADING SEPARATE.
           05 RES-SIT-RETORNO                 PIC X(01).
           05 RES-QTD-REENVIO                 PIC 9(02).
           05 RES-DATA-REENVIO                PIC 9(08).

      *== CADASTRO DE LOTES - UM REGISTRO POR LOTE, COM A DATA EM
      *== QUE PASSOU POR CADA ETAPA DA ESTEIRA (CRITICA PELO
           05 DAT-SITUACAO                    PIC X(01).
               88 DAT-DIA-ABERTO                VALUE "A".

      *== CONTROLE DE SEQUENCIA DO MESTRE - UM REGISTRO POR DATA
      *== DE NEGOCIO COM A ULTIMA SEQUENCIA JA ATRIBUIDA, PARA AS
      *== EXECUCOES DO MESMO DIA CONTINUAREM A NUMERACAO
       FD  ARQ-CTL-SEQ
           LABEL RECORDS ARE STANDARD.
       01  REG-CTL-SEQ.
           05 SEQ-DATA-PROC                   PIC 9(08).
           05 FILLER                          PIC X(01).
           05 SEQ-ULTIMA                      PIC 9(06).

       WORKING-STORAGE                       SECTION.
       01 WRK-NUM1         PIC S9(04)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
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

       77 WRK-FS-INTERFACE PIC X(02) VALUE "00".
           88 FS-INTERFACE-OK       VALUE "00".

                           PIC X(08).
       77 WRK-SEQ-INT      PIC 9(06)      VALUE ZEROS.

       77 WRK-FS-CTL-SEQ   PIC X(02) VALUE "00".
           88 FS-CTL-SEQ-OK         VALUES "00" "05".
           88 FS-CTL-SEQ-NAOACHOU   VALUE "23".

       77 WRK-SW-CTL-SEQ   PIC X(01) VALUE "N".
           88 CTL-SEQ-DISPONIVEL    VALUE "S".

       77 WRK-SW-CTL-SEQ-REG PIC X(01) VALUE "N".
           88 CTL-SEQ-REG-EXISTE    VALUE "S".

       77 WRK-SW-SEQ-ERRO  PIC X(01) VALUE "N".
           88 ERRO-SEQUENCIA        VALUE "S".

       77 WRK-SW-REGRAVAR  PIC X(01) VALUE "N".
           88 REGRAVAR-MESTRE       VALUE "S".

      *== A SEQUENCIA DO CALCULO E A BASE (ULTIMA SEQUENCIA DO DIA
      *== ANTES DESTA EXECUCAO) MAIS O CONTADOR DE PROCESSADOS; A
      *== FAIXA A PARTIR DE 900001 E DOS ESTORNOS (PRGCOB18)
       77 WRK-SEQ-BASE     PIC 9(06)      VALUE ZEROS.
       77 WRK-SEQ-DIA      PIC 9(07)      VALUE ZEROS.
       77 WRK-SEQ-MAXIMA   PIC 9(06)      VALUE 900000.

       77 WRK-SW-SIGNON    PIC X(01) VALUE "N".
           88 SIGNON-APROVADO       VALUE "S".

       77 WRK-SW-TAXA      PIC X(01) VALUE "N".
           88 TAXA-ENCONTRADA       VALUE "S".

       77 WRK-SW-FIM-TAXA  PIC X(01) VALUE "N".
           88 FIM-TAXAS-CLIENTE     VALUE "S".

       77 WRK-CLIENTE      PIC X(04)      VALUE SPACES.
       77 WRK-TAXA-FATOR   PIC 9(03)V99   VALUE ZEROS.
       77 WRK-AJUST-INTER  PIC S9(11)V9(04) VALUE ZEROS.
               PERFORM 0137-ABRIR-ARQ-MESTRE
               PERFORM 0134-ABRIR-REG-LOTES
               PERFORM 0138-ABRIR-ARQ-TAXAS
               PERFORM 0139-ABRIR-CTL-SEQUENCIA
               IF MODO-INTERATIVO
                   MOVE WRK-OPCAO TO WRK-OPCAO-REG
                   PERFORM 0140-LER-NUM1

      *-----------------------------------------------------------------
      *== O MESTRE INDEXADO FICA ABERTO PARA AS LEITURAS DIRETAS
      *== DO SIGN-ON (EM I-O, PARA GRAVAR AS FALHAS); SEM ELE
      *== NENHUM SIGN-ON E APROVADO
      *-----------------------------------------------------------------
       0102-ABRIR-OPERADORES                 SECTION.

           PERFORM 0114-LER-PARM-SENHA.

           MOVE WRK-DATA-SISTEMA TO WRK-DATA-CALC.
           PERFORM 0116-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           OPEN I-O ARQ-OPERADORES.

           IF FS-OPERADORES-OK
               MOVE "S" TO WRK-SW-OPERADORES

      *-----------------------------------------------------------------
      *== LEITURA DIRETA PELO ID: OPERADOR INEXISTENTE OU SENHA
      *== DIVERGENTE REPROVAM A TENTATIVA. ID SUSPENSO OU
      *== BLOQUEADO E SENHA VENCIDA (PELA DATA DE NEGOCIO) TAMBEM
      *== REPROVAM; A SENHA ERRADA SOMA UMA FALHA NO REGISTRO E O
      *== ACERTO ZERA A CONTAGEM
      *-----------------------------------------------------------------
       0106-CONFERIR-OPERADOR                SECTION.


           READ ARQ-OPERADORES
               INVALID KEY
                   GO TO 0106-CONFERIR-OPERADOR-FIM
           END-READ.

           IF NOT OPR-ATIVO
               DISPLAY "OPERADOR " WRK-OPERADOR-ID
                       " SUSPENSO OU BLOQUEADO - PROCURE O"
                       " ADMINISTRADOR"
               GO TO 0106-CONFERIR-OPERADOR-FIM
           END-IF.

           IF OPR-SENHA NOT = WRK-SENHA
               PERFORM 0108-REGISTRAR-FALHA
               GO TO 0106-CONFERIR-OPERADOR-FIM
           END-IF.

           PERFORM 0111-VERIFICAR-VALIDADE.

           IF WRK-DIAS-VALIDADE > ZEROS
               AND WRK-IDADE-SENHA > WRK-DIAS-VALIDADE
               DISPLAY "SENHA DE " WRK-OPERADOR-ID
                       " EXPIRADA - PROCURE O ADMINISTRADOR"
               GO TO 0106-CONFERIR-OPERADOR-FIM
           END-IF.

           SET SIGNON-APROVADO TO TRUE.
           MOVE OPR-AUT-A TO WRK-OPER-AUT-A.
           MOVE OPR-AUT-S TO WRK-OPER-AUT-S.
           MOVE OPR-AUT-M TO WRK-OPER-AUT-M.
           MOVE OPR-AUT-D TO WRK-OPER-AUT-D.

           IF OPR-TENT-FALHAS NOT = ZEROS
               MOVE ZEROS TO OPR-TENT-FALHAS
               REWRITE REG-OPERADOR
               IF NOT FS-OPERADORES-OK
                   DISPLAY "ERRO AO ATUALIZAR OPERADOR - FS="
                           WRK-FS-OPERADORES
               END-IF
           END-IF.

       0106-CONFERIR-OPERADOR-FIM. EXIT.


       0107-LER-PARM-OPERACAO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A FALHA FICA NO PROPRIO REGISTRO, ACUMULANDO ENTRE
      *== EXECUCOES; NO LIMITE O ID E BLOQUEADO E SO VOLTA PELO
      *== REINICIO DE SENHA NO PRGCOB25
      *-----------------------------------------------------------------
       0108-REGISTRAR-FALHA                  SECTION.

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
               GO TO 0108-REGISTRAR-FALHA-FIM
           END-IF.

           IF OPR-BLOQUEADO
               DISPLAY "OPERADOR " WRK-OPERADOR-ID
                       " BLOQUEADO POR EXCESSO DE TENTATIVAS"
               PERFORM 0112-GRAVAR-LOG-BLOQUEIO
           END-IF.

       0108-REGISTRAR-FALHA-FIM. EXIT.


      *-----------------------------------------------------------------
       0109-TESTAR-AUTORIZACAO               SECTION.

       0110-SELECIONAR-OPCAO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== IDADE DA SENHA EM DIAS ATE A DATA DE NEGOCIO; DATA DE
      *== TROCA AUSENTE OU INVALIDA CONTA COMO SENHA VENCIDA
      *-----------------------------------------------------------------
       0111-VERIFICAR-VALIDADE               SECTION.

           MOVE 99999999 TO WRK-IDADE-SENHA.

           IF OPR-DATA-SENHA IS NUMERIC
               AND OPR-DATA-SENHA > ZEROS
               MOVE OPR-DATA-SENHA TO WRK-DATA-CALC
               PERFORM 0116-CALCULAR-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-SENHA
               IF WRK-DIAS-SENHA > ZEROS
                   AND WRK-DIAS-SENHA <= WRK-DIAS-HOJE
                   SUBTRACT WRK-DIAS-SENHA FROM WRK-DIAS-HOJE
                       GIVING WRK-IDADE-SENHA
               END-IF
           END-IF.

       0111-VERIFICAR-VALIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O BLOQUEIO AUTOMATICO E ANOTADO NO LOG DE MANUTENCAO DE
      *== OPERADORES, TENDO O PROPRIO PROGRAMA COMO RESPONSAVEL
      *-----------------------------------------------------------------
       0112-GRAVAR-LOG-BLOQUEIO              SECTION.

           OPEN EXTEND ARQ-LOG-OPR.

           IF NOT FS-LOG-OPR-OK
               DISPLAY "ERRO AO ABRIR LOG DE OPERADORES - FS="
                       WRK-FS-LOG-OPR
               GO TO 0112-GRAVAR-LOG-BLOQUEIO-FIM
           END-IF.

           PERFORM 0232-MONTAR-DATA-HORA.
           MOVE OPR-TENT-FALHAS TO WRK-FALHAS-ED.

           MOVE SPACES           TO REG-LOG-OPR.
           MOVE WRK-DATA-HORA-ED TO LOG-DATA-HORA.
           MOVE "PRGCOB11"       TO LOG-RESPONSAVEL.
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

       0112-GRAVAR-LOG-BLOQUEIO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== TENTATIVA DE SIGN-ON REPROVADA VAI PARA A TRILHA COM
      *== OPERACAO "X" (DESCONSIDERADA NA CONCILIACAO)
       0113-GRAVAR-AUD-SIGNON-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O SENPARM (OU COM CONTEUDO INVALIDO) VALE O PADRAO:
      *== 3 FALHAS CONSECUTIVAS E SENHA VALIDA POR 90 DIAS
      *-----------------------------------------------------------------
       0114-LER-PARM-SENHA                   SECTION.

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

       0114-LER-PARM-SENHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== TENTATIVA DE OPERACAO NAO AUTORIZADA VAI PARA A TRILHA
      *== COM OPERACAO "N", LEVANDO O OPERADOR, A OPERACAO
       0115-GRAVAR-AUD-NAOAUT-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DIAS CORRIDOS DESDE 01/01/0001 ATE A DATA EM
      *== WRK-DATA-CALC, COM A REGRA GREGORIANA DE ANO BISSEXTO;
      *== MES FORA DE 01-12 DEVOLVE ZEROS
      *-----------------------------------------------------------------
       0116-CALCULAR-DIAS                    SECTION.

           MOVE ZEROS TO WRK-DIAS-CALC.

           IF WRK-DCA-ANO = ZEROS
               OR WRK-DCA-MES < 1 OR WRK-DCA-MES > 12
               GO TO 0116-CALCULAR-DIAS-FIM
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

       0116-CALCULAR-DIAS-FIM. EXIT.


      *-----------------------------------------------------------------
       0120-ABRIR-ARQ-ENTRADA                SECTION.

                           MOVE CKP-LOT-DET    TO WRK-LOT-CONT-DET
                           MOVE CKP-LOT-HASH   TO WRK-LOT-HASH-OPER
                           MOVE CKP-LOT-SEMTX  TO WRK-LOT-CONT-SEMTX
                           IF CKP-SEQ-BASE IS NUMERIC
                               MOVE CKP-SEQ-BASE TO WRK-SEQ-BASE
                           END-IF
                       WHEN CKP-LOTE-ID NOT = SPACES
                           AND WRK-ULTIMO-CKPT > ZEROS
                           IF WRK-QTD-LOTES < WRK-MAX-LOTES

      *-----------------------------------------------------------------
      *== O MESTRE INDEXADO FICA ABERTO DURANTE TODO O LOTE PARA
      *== AS LEITURAS DO 0204; SEM ELE TODO CLIENTE SAI
      *== COMO SEM TAXA, COMO ANTES
      *-----------------------------------------------------------------
       0138-ABRIR-ARQ-TAXAS                  SECTION.
       0138-ABRIR-ARQ-TAXAS-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A NUMERACAO DO DIA CONTINUA DA ULTIMA SEQUENCIA GRAVADA
      *== NO CONTROLE POR OUTRA EXECUCAO DA MESMA DATA DE NEGOCIO;
      *== NA RETOMADA A BASE JA VEIO DO CHECKPOINT (0126), POIS O
      *== CONTROLE JA CONTEM AS SEQUENCIAS DESTA PROPRIA EXECUCAO.
      *== SEM O CONTROLE NAO HA COMO GARANTIR CHAVE UNICA E A
      *== EXECUCAO E ENCERRADA
      *-----------------------------------------------------------------
       0139-ABRIR-CTL-SEQUENCIA              SECTION.

           OPEN I-O ARQ-CTL-SEQ.

           IF NOT FS-CTL-SEQ-OK
               DISPLAY "ERRO AO ABRIR CONTROLE DE SEQUENCIA - FS="
                       WRK-FS-CTL-SEQ
               DISPLAY "SEQUENCIA DO MESTRE NAO GARANTIDA - "
                       "EXECUCAO ENCERRADA"
               SET ERRO-SEQUENCIA    TO TRUE
               SET FIM-PROCESSAMENTO TO TRUE
               GO TO 0139-ABRIR-CTL-SEQUENCIA-FIM
           END-IF.

           SET CTL-SEQ-DISPONIVEL TO TRUE.

           MOVE WRK-DATA-SISTEMA TO SEQ-DATA-PROC.

           READ ARQ-CTL-SEQ
               INVALID KEY
                   MOVE "N" TO WRK-SW-CTL-SEQ-REG
               NOT INVALID KEY
                   SET CTL-SEQ-REG-EXISTE TO TRUE
                   IF WRK-ULTIMO-CKPT = ZEROS
                       AND SEQ-ULTIMA IS NUMERIC
                       MOVE SEQ-ULTIMA TO WRK-SEQ-BASE
                   END-IF
           END-READ.

           IF WRK-SEQ-BASE > ZEROS
               DISPLAY "SEQUENCIA DO MESTRE CONTINUA APOS "
                       WRK-SEQ-BASE " NA DATA " WRK-DATA-SISTEMA
           END-IF.

       0139-ABRIR-CTL-SEQUENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-LER-NUM1                         SECTION.

       0150-CONTROLAR-PROCESSAMENTO          SECTION.

           IF REGISTRO-AUTORIZADO
               PERFORM 0234-ATRIBUIR-SEQUENCIA
               IF ERRO-SEQUENCIA
                   GO TO 0150-CONTROLAR-PROCESSAMENTO-FIM
               END-IF
               PERFORM 0200-PROCESSAR
               PERFORM 0203-APLICAR-TAXA
               PERFORM 0205-ACUMULAR-TOTAIS


      *-----------------------------------------------------------------
      *== POSICIONA NA PRIMEIRA VIGENCIA DO CLIENTE E PERCORRE AS
      *== SEGUINTES ATE A DATA DE NEGOCIO: VALE A ULTIMA INICIADA
      *== ATE ELA (TAXA FUTURA AINDA NAO SE APLICA). A TAXA EM
      *== VIGOR COM FATOR NAO NUMERICO E TRATADA COMO INEXISTENTE
      *-----------------------------------------------------------------
       0204-LOCALIZAR-TAXA                   SECTION.

           END-IF.

           MOVE WRK-CLIENTE TO TAX-CLIENTE.
           MOVE ZEROS       TO TAX-DATA-VIGENCIA.

           START ARQ-TAXAS KEY IS NOT LESS THAN TAX-CHAVE
               INVALID KEY
                   GO TO 0204-LOCALIZAR-TAXA-FIM
           END-START.

           MOVE "N" TO WRK-SW-FIM-TAXA.
           PERFORM 0206-LER-VIGENCIA-TAXA
               UNTIL FIM-TAXAS-CLIENTE.

       0204-LOCALIZAR-TAXA-FIM. EXIT.

       0205-ACUMULAR-TOTAIS-FIM. EXIT.


      *-----------------------------------------------------------------
       0206-LER-VIGENCIA-TAXA                SECTION.

           READ ARQ-TAXAS NEXT
               AT END
                   SET FIM-TAXAS-CLIENTE TO TRUE
                   GO TO 0206-LER-VIGENCIA-TAXA-FIM
           END-READ.

           IF TAX-CLIENTE NOT = WRK-CLIENTE
               OR TAX-DATA-VIGENCIA > WRK-DATA-SISTEMA
               SET FIM-TAXAS-CLIENTE TO TRUE
               GO TO 0206-LER-VIGENCIA-TAXA-FIM
           END-IF.

           IF TAX-FATOR IS NUMERIC
               SET TAXA-ENCONTRADA TO TRUE
               MOVE TAX-FATOR TO WRK-TAXA-FATOR
           ELSE
               MOVE "N" TO WRK-SW-TAXA
               DISPLAY "TAXA INVALIDA IGNORADA: " REG-TAXA
           END-IF.

       0206-LER-VIGENCIA-TAXA-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-GRAVAR-RELATORIO                 SECTION.


           MOVE WRK-RESULTADO    TO WRK-RESULT-INT.
           MOVE WRK-RESULT-AJUST TO WRK-AJUST-INT.
           MOVE WRK-SEQ-DIA      TO WRK-SEQ-INT.

           MOVE SPACES TO REG-INTERFACE.
           STRING "D;" WRK-NUM1-ALFA


      *-----------------------------------------------------------------
      *== A SEQUENCIA DO CALCULO E ATRIBUIDA ANTES DE QUALQUER
      *== GRAVACAO: SOMA A BASE DO DIA AO PROXIMO PROCESSADO,
      *== CONFERE QUE A CHAVE ESTA LIVRE NO MESTRE E ATUALIZA O
      *== CONTROLE. CHAVE OCUPADA POR OUTRO CALCULO (OU FAIXA
      *== ESGOTADA) ENCERRA A EXECUCAO SEM TOCAR NO MESTRE; SO A
      *== RETOMADA QUE ENCONTRA O SEU PROPRIO CALCULO, GRAVADO
      *== ANTES DO ABEND E FORA DO CHECKPOINT, REGRAVA A CHAVE
      *-----------------------------------------------------------------
       0234-ATRIBUIR-SEQUENCIA               SECTION.

           MOVE "N" TO WRK-SW-REGRAVAR.

           ADD WRK-SEQ-BASE WRK-CONT-PROCESS 1 GIVING WRK-SEQ-DIA.

           IF WRK-SEQ-DIA > WRK-SEQ-MAXIMA
               DISPLAY "FAIXA DE SEQUENCIA DO DIA ESGOTADA - DATA "
                       WRK-DATA-SISTEMA
               SET ERRO-SEQUENCIA    TO TRUE
               SET FIM-PROCESSAMENTO TO TRUE
               GO TO 0234-ATRIBUIR-SEQUENCIA-FIM
           END-IF.

           IF MESTRE-DISPONIVEL
               MOVE WRK-DATA-SISTEMA TO RES-DATA-PROC
               MOVE WRK-SEQ-DIA      TO RES-SEQUENCIA
               READ ARQ-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-ULTIMO-CKPT > ZEROS
                           AND RES-OPERADOR = WRK-OPERADOR-ID
                           AND RES-NUM1     = WRK-NUM1
                           AND RES-NUM2     = WRK-NUM2
                           AND RES-OPERACAO = WRK-OPCAO-REG
                           AND RES-CLIENTE  = WRK-CLIENTE
                           SET REGRAVAR-MESTRE TO TRUE
                       ELSE
                           DISPLAY "CHAVE " WRK-DATA-SISTEMA "-"
                                   RES-SEQUENCIA
                                   " JA EXISTE NO MESTRE"
                           SET ERRO-SEQUENCIA    TO TRUE
                           SET FIM-PROCESSAMENTO TO TRUE
                           GO TO 0234-ATRIBUIR-SEQUENCIA-FIM
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-DATA-SISTEMA TO SEQ-DATA-PROC.
           MOVE WRK-SEQ-DIA      TO SEQ-ULTIMA.

           IF CTL-SEQ-REG-EXISTE
               REWRITE REG-CTL-SEQ
           ELSE
               WRITE REG-CTL-SEQ
               SET CTL-SEQ-REG-EXISTE TO TRUE
           END-IF.

           IF NOT FS-CTL-SEQ-OK
               DISPLAY "ERRO AO ATUALIZAR CONTROLE DE SEQUENCIA - FS="
                       WRK-FS-CTL-SEQ
               SET ERRO-SEQUENCIA    TO TRUE
               SET FIM-PROCESSAMENTO TO TRUE
           END-IF.

       0234-ATRIBUIR-SEQUENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A CHAVE FOI CONFERIDA NO 0234; O WRITE RECUSADO AQUI SO
      *== PODE SER UMA GRAVACAO CONCORRENTE E TAMBEM ENCERRA A
      *== EXECUCAO, SEM REGRAVAR O CALCULO DE OUTRA EXECUCAO
      *-----------------------------------------------------------------
       0235-GRAVAR-MESTRE                    SECTION.

           IF MESTRE-DISPONIVEL
               MOVE WRK-DATA-SISTEMA TO RES-DATA-PROC
               MOVE WRK-SEQ-DIA      TO RES-SEQUENCIA
               MOVE WRK-OPERADOR-ID  TO RES-OPERADOR
               MOVE WRK-NUM1         TO RES-NUM1
               MOVE WRK-NUM2         TO RES-NUM2
               MOVE WRK-CLIENTE      TO RES-CLIENTE
               MOVE WRK-RESULT-AJUST TO RES-RESULT-AJUST
               MOVE SPACE            TO RES-SIT-RETORNO
               MOVE ZEROS            TO RES-QTD-REENVIO
               MOVE ZEROS            TO RES-DATA-REENVIO
               IF REGRAVAR-MESTRE
                   REWRITE REG-MESTRE
               ELSE
                   WRITE REG-MESTRE
                       INVALID KEY
                           DISPLAY "CHAVE " WRK-DATA-SISTEMA "-"
                                   RES-SEQUENCIA
                                   " JA EXISTE NO MESTRE"
                           SET ERRO-SEQUENCIA    TO TRUE
                           SET FIM-PROCESSAMENTO TO TRUE
                   END-WRITE
               END-IF
               IF NOT FS-MESTRE-OK
                   AND NOT FS-MESTRE-DUPLICADO
                   DISPLAY "ERRO AO GRAVAR MESTRE - FS="
                           WRK-FS-MESTRE
               END-IF
           MOVE WRK-LOT-CONT-DET     TO CKP-LOT-DET.
           MOVE WRK-LOT-HASH-OPER    TO CKP-LOT-HASH.
           MOVE WRK-LOT-CONT-SEMTX   TO CKP-LOT-SEMTX.
           MOVE WRK-SEQ-BASE         TO CKP-SEQ-BASE.
           WRITE REG-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
           MOVE WRK-TAB-LOTE-DET (WRK-IND-LOTE)     TO CKP-LOT-DET.
           MOVE WRK-TAB-LOTE-HASH (WRK-IND-LOTE)    TO CKP-LOT-HASH.
           MOVE WRK-TAB-LOTE-SEMTX (WRK-IND-LOTE)   TO CKP-LOT-SEMTX.
           MOVE WRK-SEQ-BASE                        TO CKP-SEQ-BASE.
           WRITE REG-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
               CLOSE ARQ-ENTRADA
               CLOSE ARQ-CHECKPOINT
               IF NOT LOTE-INVALIDO AND SIGNON-APROVADO
                   AND NOT ERRO-SEQUENCIA
                   OPEN OUTPUT ARQ-CHECKPOINT
                   MOVE ZEROS TO WRK-IND-LOTE
                   PERFORM 0245-GRAVAR-CKP-LOTE
                   MOVE ZEROS             TO CKP-LOT-DET
                   MOVE ZEROS             TO CKP-LOT-HASH
                   MOVE ZEROS             TO CKP-LOT-SEMTX
                   MOVE WRK-SEQ-BASE      TO CKP-SEQ-BASE
                   WRITE REG-CHECKPOINT
                   CLOSE ARQ-CHECKPOINT
                   PERFORM 0330-MARCAR-LOTES-CALCULADOS
               MOVE 12 TO RETURN-CODE
           END-IF.

      *== SEQUENCIA SEM CONTROLE OU CHAVE JA OCUPADA NO MESTRE
      *== INTERROMPEM O LOTE SEM CHECKPOINT FINAL, COMO O TRAILER
      *== DIVERGENTE
           IF ERRO-SEQUENCIA
               MOVE SPACES TO REG-RELATORIO
               STRING "*** SEQUENCIA DO MESTRE EM CONFLITO - "
                      "EXECUCAO INTERROMPIDA ***"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0131-VERIFICAR-FS-RELATORIO
               DISPLAY "EXECUCAO INTERROMPIDA - SEQUENCIA DO MESTRE"
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM 0320-GRAVAR-TRAILER-INTERFACE.

           CLOSE ARQ-RELATORIO.
               CLOSE ARQ-TAXAS
           END-IF.

           IF CTL-SEQ-DISPONIVEL
               CLOSE ARQ-CTL-SEQ
           END-IF.

       0300-FINALIZAR-FIM. EXIT.


