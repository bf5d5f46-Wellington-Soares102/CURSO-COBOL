       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB28.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DIARIO DE ENVELHECIMENTO DAS
      *==               PENDENCIAS DE REJEICAO (SUSIDX, MANTIDO
      *==               PELO PRGCOB12). LISTA CADA PENDENCIA EM
      *==               ABERTO COM OS DIAS DESDE A PRIMEIRA
      *==               REJEICAO E RESUME POR CLIENTE E MOTIVO E
      *==               POR MOTIVO NAS FAIXAS DE 0-2, 3-7 E 8 OU
      *==               MAIS DIAS, CONTADOS ATE A DATA DE NEGOCIO
      *== DATA        : 11/11/2024
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/11/2024 - WSC - DESCRICAO DO MOTIVO 08
      *==               (LIMITE DIARIO DO CLIENTE)
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUSPENSOS ASSIGN TO "SUSIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS SUS-CHAVE
                                 FILE STATUS IS WRK-FS-SUSPENSOS.

           SELECT OPTIONAL ARQ-DATA-NEG ASSIGN TO "DATFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT ARQ-RELATORIO ASSIGN TO "SUSREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== PENDENCIAS DE REJEICAO - UM REGISTRO POR DETALHE
      *== REJEITADO (LOTE + POSICAO DO REGISTRO NO LOTE), COM O
      *== MOTIVO MAIS RECENTE, A DATA DA PRIMEIRA REJEICAO E A
      *== LIQUIDACAO QUANDO A TRANSACAO CORRIGIDA E ACEITA
       FD  ARQ-SUSPENSOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSO.
           05 SUS-CHAVE.
               10 SUS-LOTE-ID              PIC X(06).
               10 SUS-SEQ-REGISTRO         PIC 9(05).
           05 SUS-CLIENTE                  PIC X(04).
           05 SUS-MOTIVO                   PIC X(02).
           05 SUS-REGISTRO                 PIC X(23).
           05 SUS-DATA-REJEICAO            PIC 9(08).
           05 SUS-DATA-ULT-REJEICAO        PIC 9(08).
           05 SUS-QTD-REJEICOES            PIC 9(03).
           05 SUS-SITUACAO                 PIC X(01).
               88 SUS-PENDENTE               VALUE "P".
               88 SUS-LIQUIDADO              VALUE "L".
           05 SUS-DATA-LIQUIDACAO          PIC 9(08).
           05 SUS-LOTE-LIQUIDACAO          PIC X(06).

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO             PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DAT-SITUACAO                 PIC X(01).
               88 DAT-DIA-ABERTO              VALUE "A".

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                   PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-SUSPENSOS PIC X(02)  VALUE "00".
           88 FS-SUSPENSOS-OK       VALUE "00".
           88 FS-SUSPENSOS-FIM      VALUE "10".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-FIM-PROC  PIC X(01)  VALUE "N".
           88 FIM-PROCESSAMENTO     VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

       77 WRK-SW-ACHOU     PIC X(01)  VALUE "N".
           88 ACHOU-POSICAO         VALUE "S".

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

      *== DIAS CORRIDOS ENTRE A PRIMEIRA REJEICAO E A DATA DE
      *== NEGOCIO (DIAS ACUMULADOS ANTES DE CADA MES EM ANO NAO
      *== BISSEXTO)
       01 WRK-DATA-CALC     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-DCA-ANO          PIC 9(04).
           05 WRK-DCA-MES          PIC 9(02).
           05 WRK-DCA-DIA          PIC 9(02).
       77 WRK-DIAS-CALC     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-PENDENCIA PIC 9(08) COMP VALUE ZEROS.
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

      *== FAIXA DE ENVELHECIMENTO DA PENDENCIA EM CURSO
       77 WRK-FAIXA        PIC 9(01)  VALUE ZEROS.
           88 FAIXA-0-2             VALUE 1.
           88 FAIXA-3-7             VALUE 2.
           88 FAIXA-8-MAIS          VALUE 3.
       77 WRK-FAIXA-DESC   PIC X(07)  VALUE SPACES.

      *== RESUMO POR CLIENTE E MOTIVO, MANTIDO EM ORDEM DE CLIENTE
      *== E MOTIVO (INSERCAO NA POSICAO CERTA)
       77 WRK-MAX-RESUMO    PIC 9(04) COMP VALUE 500.
       77 WRK-QTD-RESUMO    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-RESUMO    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-DESLOCA   PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SW-RESUMO-CHEIO PIC X(01) VALUE "N".
           88 RESUMO-CHEIO          VALUE "S".

       01 WRK-CHAVE-RESUMO.
           05 WRK-CRE-CLIENTE      PIC X(04).
           05 WRK-CRE-MOTIVO       PIC X(02).

       01 WRK-TABELA-RESUMO.
           05 WRK-TAB-RESUMO OCCURS 500 TIMES.
               10 WRK-TAB-RES-CHAVE.
                   15 WRK-TAB-RES-CLIENTE PIC X(04).
                   15 WRK-TAB-RES-MOTIVO  PIC X(02).
               10 WRK-TAB-RES-FAIXA    PIC 9(08) COMP
                                       OCCURS 3 TIMES.

      *== RESUMO POR MOTIVO (01 A 19; DEMAIS CODIGOS NA POSICAO 20)
       77 WRK-MAX-MOTIVOS   PIC 9(04) COMP VALUE 20.
       77 WRK-IND-MOTIVO    PIC 9(04) COMP VALUE ZEROS.
       01 WRK-MOTIVO-NUM    PIC 9(02) VALUE ZEROS.
       01 WRK-MOTIVO-NUM-R REDEFINES WRK-MOTIVO-NUM
                            PIC X(02).
       77 WRK-MOTIVO-DESC   PIC X(30) VALUE SPACES.

       01 WRK-TABELA-MOTIVOS.
           05 WRK-TAB-MOTIVO OCCURS 20 TIMES.
               10 WRK-TAB-MOT-FAIXA    PIC 9(08) COMP
                                       OCCURS 3 TIMES.

       77 WRK-IND-FAIXA     PIC 9(04) COMP VALUE ZEROS.

       77 WRK-CONT-LIDOS    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-ABERTAS  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LIQ-DIA  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-1   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-2   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-3   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TOT-LINHA     PIC 9(08) COMP VALUE ZEROS.

       77 WRK-DATA-ED       PIC X(10) VALUE SPACES.
       77 WRK-DIAS-ED       PIC ZZZZ9    VALUE ZEROS.
       77 WRK-QTD-REJ-ED    PIC ZZ9      VALUE ZEROS.
       77 WRK-SEQ-ED        PIC ZZZZ9    VALUE ZEROS.
       77 WRK-CONT-ED       PIC ZZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED2      PIC ZZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED3      PIC ZZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED4      PIC ZZZZ.ZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR-PENDENCIA
               UNTIL FIM-PROCESSAMENTO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0110-LER-DATA-NEGOCIO.

           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CALC.
           PERFORM 0190-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           OPEN INPUT ARQ-SUSPENSOS.

           IF NOT FS-SUSPENSOS-OK
               DISPLAY "ERRO AO ABRIR PENDENCIAS - FS="
                       WRK-FS-SUSPENSOS
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.
           SET RELATORIO-ABERTO TO TRUE.
           PERFORM 0140-GRAVAR-CABECALHO.

           INITIALIZE WRK-TABELA-MOTIVOS.

           PERFORM 0160-LER-PENDENCIA.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== AS IDADES SAO CONTADAS ATE A DATA DE NEGOCIO DO DATFILE;
      *== SEM ELE VALE A DATA DO SISTEMA, COM AVISO
      *-----------------------------------------------------------------
       0110-LER-DATA-NEGOCIO                 SECTION.

           OPEN INPUT ARQ-DATA-NEG.

           IF FS-DATA-NEG-OK
               READ ARQ-DATA-NEG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DAT-DATA-NEGOCIO IS NUMERIC
                           MOVE DAT-DATA-NEGOCIO
                             TO WRK-DATA-NEGOCIO
                       END-IF
               END-READ
               CLOSE ARQ-DATA-NEG
           END-IF.

           IF WRK-DATA-NEGOCIO = ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-NEGOCIO
               DISPLAY "DATA DE NEGOCIO INDISPONIVEL - USANDO A"
                       " DATA DO SISTEMA " WRK-DATA-SISTEMA
           END-IF.

       0110-LER-DATA-NEGOCIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-VERIFICAR-FS-RELATORIO           SECTION.

           IF NOT FS-RELATORIO-OK
               DISPLAY "ERRO DE E/S NO RELATORIO - FS="
                       WRK-FS-RELATORIO
           END-IF.

       0130-VERIFICAR-FS-RELATORIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-GRAVAR-CABECALHO                 SECTION.

           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CALC.
           PERFORM 0290-EDITAR-DATA.

           MOVE SPACES TO REG-RELATORIO.
           STRING "PENDENCIAS DE REJEICAO EM ABERTO - PRGCOB28"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA DE NEGOCIO: " WRK-DATA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "LOTE    SEQ. CLI. MOT 1A REJEICAO  DIAS REJ."
                  " FAIXA   REGISTRO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0140-GRAVAR-CABECALHO-FIM. EXIT.


      *-----------------------------------------------------------------
       0160-LER-PENDENCIA                    SECTION.

           READ ARQ-SUSPENSOS
               AT END
                   SET FIM-PROCESSAMENTO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CONT-LIDOS
           END-READ.

           IF NOT FS-SUSPENSOS-OK AND NOT FS-SUSPENSOS-FIM
               DISPLAY "ERRO DE LEITURA EM PENDENCIAS - FS="
                       WRK-FS-SUSPENSOS
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0160-LER-PENDENCIA-FIM. EXIT.


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
      *== SO AS PENDENCIAS EM ABERTO ENTRAM NO ENVELHECIMENTO; AS
      *== LIQUIDADAS NA DATA DE NEGOCIO SO SAO CONTADAS NO TOTAL
      *-----------------------------------------------------------------
       0200-PROCESSAR-PENDENCIA              SECTION.

           IF SUS-LIQUIDADO
               IF SUS-DATA-LIQUIDACAO = WRK-DATA-NEGOCIO
                   ADD 1 TO WRK-CONT-LIQ-DIA
               END-IF
           END-IF.

           IF SUS-PENDENTE
               ADD 1 TO WRK-CONT-ABERTAS
               PERFORM 0210-CLASSIFICAR-IDADE
               PERFORM 0220-GRAVAR-LINHA-PENDENCIA
               PERFORM 0230-ACUMULAR-RESUMO
           END-IF.

           PERFORM 0160-LER-PENDENCIA.

       0200-PROCESSAR-PENDENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== IDADE = DIAS CORRIDOS DA PRIMEIRA REJEICAO ATE A DATA DE
      *== NEGOCIO (DATA INVALIDA OU POSTERIOR CONTA COMO ZERO)
      *-----------------------------------------------------------------
       0210-CLASSIFICAR-IDADE                SECTION.

           MOVE ZEROS TO WRK-DIAS-PENDENCIA.

           IF SUS-DATA-REJEICAO IS NUMERIC
               MOVE SUS-DATA-REJEICAO TO WRK-DATA-CALC
               PERFORM 0190-CALCULAR-DIAS
               IF WRK-DIAS-CALC > ZEROS
                   AND WRK-DIAS-CALC <= WRK-DIAS-HOJE
                   SUBTRACT WRK-DIAS-CALC FROM WRK-DIAS-HOJE
                       GIVING WRK-DIAS-PENDENCIA
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-PENDENCIA <= 2
                   SET FAIXA-0-2    TO TRUE
                   MOVE "0-2"       TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-TOT-FAIXA-1
               WHEN WRK-DIAS-PENDENCIA <= 7
                   SET FAIXA-3-7    TO TRUE
                   MOVE "3-7"       TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-TOT-FAIXA-2
               WHEN OTHER
                   SET FAIXA-8-MAIS TO TRUE
                   MOVE "8+"        TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-TOT-FAIXA-3
           END-EVALUATE.

       0210-CLASSIFICAR-IDADE-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-GRAVAR-LINHA-PENDENCIA           SECTION.

           IF SUS-DATA-REJEICAO IS NUMERIC
               MOVE SUS-DATA-REJEICAO TO WRK-DATA-CALC
               PERFORM 0290-EDITAR-DATA
           ELSE
               MOVE SPACES TO WRK-DATA-ED
           END-IF.

           MOVE SUS-SEQ-REGISTRO   TO WRK-SEQ-ED.
           MOVE WRK-DIAS-PENDENCIA TO WRK-DIAS-ED.

           IF SUS-QTD-REJEICOES IS NUMERIC
               MOVE SUS-QTD-REJEICOES TO WRK-QTD-REJ-ED
           ELSE
               MOVE ZEROS TO WRK-QTD-REJ-ED
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING SUS-LOTE-ID "  " WRK-SEQ-ED " " SUS-CLIENTE
                  " " SUS-MOTIVO "  " WRK-DATA-ED " " WRK-DIAS-ED
                  "  " WRK-QTD-REJ-ED "  " WRK-FAIXA-DESC " "
                  SUS-REGISTRO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0220-GRAVAR-LINHA-PENDENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-ACUMULAR-RESUMO                  SECTION.

           MOVE SUS-CLIENTE TO WRK-CRE-CLIENTE.
           MOVE SUS-MOTIVO  TO WRK-CRE-MOTIVO.

           PERFORM 0240-LOCALIZAR-RESUMO.

           IF ACHOU-POSICAO
               ADD 1 TO WRK-TAB-RES-FAIXA (WRK-IND-RESUMO WRK-FAIXA)
           END-IF.

           IF SUS-MOTIVO IS NUMERIC
               MOVE SUS-MOTIVO TO WRK-MOTIVO-NUM
           ELSE
               MOVE ZEROS TO WRK-MOTIVO-NUM
           END-IF.

           IF WRK-MOTIVO-NUM < 1
               OR WRK-MOTIVO-NUM >= WRK-MAX-MOTIVOS
               MOVE WRK-MAX-MOTIVOS TO WRK-IND-MOTIVO
           ELSE
               MOVE WRK-MOTIVO-NUM  TO WRK-IND-MOTIVO
           END-IF.

           ADD 1 TO WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO WRK-FAIXA).

       0230-ACUMULAR-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== PROCURA CLIENTE + MOTIVO NA TABELA ORDENADA; QUANDO NAO
      *== EXISTE, ABRE A LINHA NA POSICAO CERTA, DESLOCANDO AS
      *== SEGUINTES UMA POSICAO PARA BAIXO
      *-----------------------------------------------------------------
       0240-LOCALIZAR-RESUMO                 SECTION.

           MOVE "N"   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IND-RESUMO.
           PERFORM 0245-COMPARAR-RESUMO
               UNTIL ACHOU-POSICAO
                  OR WRK-IND-RESUMO >= WRK-QTD-RESUMO.

           IF ACHOU-POSICAO
               IF WRK-TAB-RES-CHAVE (WRK-IND-RESUMO)
                   = WRK-CHAVE-RESUMO
                   GO TO 0240-LOCALIZAR-RESUMO-FIM
               END-IF
           ELSE
               ADD 1 TO WRK-IND-RESUMO
           END-IF.

           IF WRK-QTD-RESUMO >= WRK-MAX-RESUMO
               MOVE "N" TO WRK-SW-ACHOU
               IF NOT RESUMO-CHEIO
                   SET RESUMO-CHEIO TO TRUE
                   DISPLAY "TABELA DE RESUMO CHEIA - AUMENTAR"
                   DISPLAY "WRK-MAX-RESUMO NO PRGCOB28"
               END-IF
               GO TO 0240-LOCALIZAR-RESUMO-FIM
           END-IF.

           MOVE WRK-QTD-RESUMO TO WRK-IND-DESLOCA.
           PERFORM 0247-DESLOCAR-RESUMO
               UNTIL WRK-IND-DESLOCA < WRK-IND-RESUMO.

           ADD 1 TO WRK-QTD-RESUMO.
           MOVE WRK-CHAVE-RESUMO TO WRK-TAB-RES-CHAVE (WRK-IND-RESUMO).
           MOVE ZEROS TO WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 1)
                         WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 2)
                         WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 3).
           SET ACHOU-POSICAO TO TRUE.

       0240-LOCALIZAR-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== PARA NA PRIMEIRA LINHA COM CHAVE IGUAL OU MAIOR
      *-----------------------------------------------------------------
       0245-COMPARAR-RESUMO                  SECTION.

           ADD 1 TO WRK-IND-RESUMO.

           IF WRK-TAB-RES-CHAVE (WRK-IND-RESUMO)
               NOT < WRK-CHAVE-RESUMO
               SET ACHOU-POSICAO TO TRUE
           END-IF.

       0245-COMPARAR-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
       0247-DESLOCAR-RESUMO                  SECTION.

           MOVE WRK-TAB-RESUMO (WRK-IND-DESLOCA)
             TO WRK-TAB-RESUMO (WRK-IND-DESLOCA + 1).
           SUBTRACT 1 FROM WRK-IND-DESLOCA.

       0247-DESLOCAR-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-EDITAR-DATA                      SECTION.

           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DCA-DIA "/" WRK-DCA-MES "/" WRK-DCA-ANO
               DELIMITED BY SIZE INTO WRK-DATA-ED.

       0290-EDITAR-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0300-FINALIZAR-FIM
           END-IF.

           PERFORM 0310-GRAVAR-RESUMO-CLIENTE.
           PERFORM 0330-GRAVAR-RESUMO-MOTIVO.
           PERFORM 0350-GRAVAR-TOTAIS.

           CLOSE ARQ-SUSPENSOS.
           CLOSE ARQ-RELATORIO.

           DISPLAY "PRGCOB28 - PENDENCIAS EM ABERTO: "
                   WRK-CONT-ABERTAS.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-GRAVAR-RESUMO-CLIENTE            SECTION.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO POR CLIENTE E MOTIVO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "CLI. MOT   0-2 DIAS   3-7 DIAS    8+ DIAS"
                  "      TOTAL"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE ZEROS TO WRK-IND-RESUMO.
           PERFORM 0315-GRAVAR-LINHA-CLIENTE
               UNTIL WRK-IND-RESUMO >= WRK-QTD-RESUMO.

       0310-GRAVAR-RESUMO-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0315-GRAVAR-LINHA-CLIENTE             SECTION.

           ADD 1 TO WRK-IND-RESUMO.

           MOVE WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 1) TO WRK-CONT-ED.
           MOVE WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 2) TO WRK-CONT-ED2.
           MOVE WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 3) TO WRK-CONT-ED3.
           ADD WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 1)
               WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 2)
               WRK-TAB-RES-FAIXA (WRK-IND-RESUMO 3)
               GIVING WRK-TOT-LINHA.
           MOVE WRK-TOT-LINHA TO WRK-CONT-ED4.

           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-TAB-RES-CLIENTE (WRK-IND-RESUMO) " "
                  WRK-TAB-RES-MOTIVO (WRK-IND-RESUMO) " "
                  "  " WRK-CONT-ED "   " WRK-CONT-ED2
                  "   " WRK-CONT-ED3 "   " WRK-CONT-ED4
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0315-GRAVAR-LINHA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0330-GRAVAR-RESUMO-MOTIVO             SECTION.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO POR MOTIVO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "MOT DESCRICAO                        0-2"
                  "      3-7       8+    TOTAL"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE ZEROS TO WRK-IND-MOTIVO.
           PERFORM 0335-GRAVAR-LINHA-MOTIVO
               UNTIL WRK-IND-MOTIVO >= WRK-MAX-MOTIVOS.

       0330-GRAVAR-RESUMO-MOTIVO-FIM. EXIT.


      *-----------------------------------------------------------------
       0335-GRAVAR-LINHA-MOTIVO              SECTION.

           ADD 1 TO WRK-IND-MOTIVO.

           ADD WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 1)
               WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 2)
               WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 3)
               GIVING WRK-TOT-LINHA.

           IF WRK-TOT-LINHA = ZEROS
               GO TO 0335-GRAVAR-LINHA-MOTIVO-FIM
           END-IF.

           MOVE WRK-IND-MOTIVO TO WRK-MOTIVO-NUM.
           PERFORM 0340-DESCREVER-MOTIVO.

           IF WRK-IND-MOTIVO = WRK-MAX-MOTIVOS
               MOVE "**" TO WRK-MOTIVO-NUM-R
           END-IF.

           MOVE WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 1) TO WRK-CONT-ED.
           MOVE WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 2) TO WRK-CONT-ED2.
           MOVE WRK-TAB-MOT-FAIXA (WRK-IND-MOTIVO 3) TO WRK-CONT-ED3.
           MOVE WRK-TOT-LINHA TO WRK-CONT-ED4.

           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-MOTIVO-NUM-R "  " WRK-MOTIVO-DESC
                  WRK-CONT-ED " " WRK-CONT-ED2 " " WRK-CONT-ED3
                  " " WRK-CONT-ED4
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0335-GRAVAR-LINHA-MOTIVO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== MESMAS DESCRICOES GRAVADAS NO REJFILE PELO PRGCOB12
      *-----------------------------------------------------------------
       0340-DESCREVER-MOTIVO                 SECTION.

           EVALUATE WRK-MOTIVO-NUM-R
               WHEN "01"
                   MOVE "SINAL INVALIDO (USE + OU -)"
                     TO WRK-MOTIVO-DESC
               WHEN "02"
                   MOVE "DIGITOS NAO NUMERICOS"
                     TO WRK-MOTIVO-DESC
               WHEN "03"
                   MOVE "REGISTRO CURTO OU INCOMPLETO"
                     TO WRK-MOTIVO-DESC
               WHEN "04"
                   MOVE "TIPO DE REGISTRO INVALIDO"
                     TO WRK-MOTIVO-DESC
               WHEN "05"
                   MOVE "OPERACAO INVALIDA (A,S,M,D)"
                     TO WRK-MOTIVO-DESC
               WHEN "06"
                   MOVE "CLIENTE NAO CADASTRADO"
                     TO WRK-MOTIVO-DESC
               WHEN "07"
                   MOVE "CLIENTE SUSPENSO"
                     TO WRK-MOTIVO-DESC
               WHEN "08"
                   MOVE "LIMITE DIARIO DO CLIENTE"
                     TO WRK-MOTIVO-DESC
               WHEN OTHER
                   MOVE "OUTROS MOTIVOS"
                     TO WRK-MOTIVO-DESC
           END-EVALUATE.

       0340-DESCREVER-MOTIVO-FIM. EXIT.


      *-----------------------------------------------------------------
       0350-GRAVAR-TOTAIS                    SECTION.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-ABERTAS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PENDENCIAS EM ABERTO......: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-TOT-FAIXA-1 TO WRK-CONT-ED.
           MOVE WRK-TOT-FAIXA-2 TO WRK-CONT-ED2.
           MOVE WRK-TOT-FAIXA-3 TO WRK-CONT-ED3.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  0-2 DIAS: " WRK-CONT-ED
                  "  3-7 DIAS: " WRK-CONT-ED2
                  "  8+ DIAS: " WRK-CONT-ED3
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-LIQ-DIA TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LIQUIDADAS NA DATA........: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0350-GRAVAR-TOTAIS-FIM. EXIT.
