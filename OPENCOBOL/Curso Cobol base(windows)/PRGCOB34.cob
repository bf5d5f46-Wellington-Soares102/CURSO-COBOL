       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB34.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DA JANELA BATCH (SLA) A PARTIR
      *==               DO HISTORICO DO RUNLOG (PRGCOB21). POR DATA
      *==               DE NEGOCIO MOSTRA O TEMPO DE CADA PASSO DA
      *==               ESTEIRA (PRGCOB12, PRGCOB32, PRGCOB11,
      *==               PRGCOB14 E PRGCOB16) E DA JANELA INTEIRA,
      *==               DO PRIMEIRO INICIO AO ULTIMO FIM, MESMO
      *==               QUANDO CRUZA A MEIA-NOITE. NO PERIODO
      *==               ESCOLHIDO (SLAPARM) DA A MEDIA E O PIOR
      *==               TEMPO DE CADA PASSO E APONTA OS QUE
      *==               PASSARAM DA META (SLAMETA), COM RC=4
      *== DATA        : 22/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOG       ASSIGN TO "RUNLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-LOG.

           SELECT ARQ-PARAMETRO ASSIGN TO "SLAPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT OPTIONAL ARQ-METAS ASSIGN TO "SLAMETA"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-METAS.

           SELECT ARQ-RELATORIO ASSIGN TO "SLAREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== LINHA DO LOG DA ESTEIRA GRAVADA PELO PRGCOB21: DATA DE
      *== NEGOCIO, HORA, FUNCAO (I/F), PASSO E MOTIVO. SO O
      *== INICIO LIBERADO E O FIM REGISTRADO MARCAM TEMPO; AS
      *== RECUSAS E O ROLLBACK ("R", PRGCOB33) SAO IGNORADOS
       FD  ARQ-LOG
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG.
           05 LOG-DATA                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 LOG-HORA.
               10 LOG-HH                   PIC 9(02).
               10 FILLER                   PIC X(01).
               10 LOG-MM                   PIC 9(02).
               10 FILLER                   PIC X(01).
               10 LOG-SS                   PIC 9(02).
           05 FILLER                       PIC X(01).
           05 LOG-FUNCAO                   PIC X(01).
               88 LOG-INICIO                 VALUE "I".
               88 LOG-FIM                    VALUE "F".
           05 FILLER                       PIC X(01).
           05 LOG-PASSO                    PIC X(08).
           05 FILLER                       PIC X(01).
           05 LOG-MOTIVO                   PIC X(40).
           05 FILLER                       PIC X(11).
       01  REG-LOG-MOTIVO.
           05 FILLER                       PIC X(29).
           05 LOG-MOT-INICIO               PIC X(15).
               88 LOG-INICIO-LIBERADO        VALUE "INICIO LIBERADO".
           05 FILLER                       PIC X(36).
       01  REG-LOG-MOTIVO-FIM.
           05 FILLER                       PIC X(29).
           05 LOG-MOT-FIM                  PIC X(14).
               88 LOG-FIM-REGISTRADO         VALUE "FIM REGISTRADO".
           05 FILLER                       PIC X(37).

      *== PERIODO DO RELATORIO (DD/MM/AAAA; BRANCO = SEM LIMITE)
       FD  ARQ-PARAMETRO
           LABEL RECORDS ARE STANDARD.
       01  REG-PARAMETRO.
           05 PRM-DATA-INI                 PIC X(10).
           05 FILLER                       PIC X(01).
           05 PRM-DATA-FIM                 PIC X(10).

      *== META DE DURACAO (HH:MM:SS) POR PASSO; "JANELA" = META
      *== DA JANELA INTEIRA. PASSO SEM META NAO E APONTADO
       FD  ARQ-METAS
           LABEL RECORDS ARE STANDARD.
       01  REG-META.
           05 MET-PASSO                    PIC X(08).
           05 FILLER                       PIC X(01).
           05 MET-HH                       PIC 9(02).
           05 FILLER                       PIC X(01).
           05 MET-MM                       PIC 9(02).
           05 FILLER                       PIC X(01).
           05 MET-SS                       PIC 9(02).

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                   PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-LOG       PIC X(02)  VALUE "00".
           88 FS-LOG-OK             VALUE "00".
           88 FS-LOG-FIM            VALUE "10".

       77 WRK-FS-PARAMETRO PIC X(02)  VALUE "00".
           88 FS-PARAMETRO-OK       VALUE "00".

       77 WRK-FS-METAS     PIC X(02)  VALUE "00".
           88 FS-METAS-OK           VALUES "00" "05".
           88 FS-METAS-FIM          VALUE "10".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-FIM-PROC  PIC X(01)  VALUE "N".
           88 FIM-PROCESSAMENTO     VALUE "S".

       77 WRK-SW-LOG       PIC X(01)  VALUE "N".
           88 LOG-ABERTO            VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

       77 WRK-SW-ACHOU-DIA PIC X(01)  VALUE "N".
           88 ACHOU-DIA             VALUE "S".

       77 WRK-SW-MEDIDA    PIC X(01)  VALUE "N".
           88 DURACAO-MEDIDA        VALUE "S".

       77 WRK-SW-ESTOURO   PIC X(01)  VALUE "N".
           88 ACIMA-DA-META         VALUE "S".

       01 WRK-SEL-DATA-INI  PIC X(10) VALUE SPACES.
       01 WRK-SEL-DATA-FIM  PIC X(10) VALUE SPACES.

       77 WRK-DATA-INI-NUM  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-NUM  PIC 9(08) VALUE 99999999.

       01 WRK-DATA-AAMMDD.
           05 WRK-DAN-ANO          PIC X(04).
           05 WRK-DAN-MES          PIC X(02).
           05 WRK-DAN-DIA          PIC X(02).
       01 WRK-DATA-AAMMDD-R REDEFINES WRK-DATA-AAMMDD
                            PIC 9(08).

       01 WRK-DATA-EDITADA.
           05 WRK-DED-DIA          PIC X(02).
           05 FILLER               PIC X(01).
           05 WRK-DED-MES          PIC X(02).
           05 FILLER               PIC X(01).
           05 WRK-DED-ANO          PIC X(04).

      *== COLUNAS DO RELATORIO: OS CINCO PASSOS NA ORDEM DA
      *== ESTEIRA E A JANELA INTEIRA NA ULTIMA POSICAO
       77 WRK-QTD-PASSOS   PIC 9(04) COMP VALUE 5.
       77 WRK-QTD-COLUNAS  PIC 9(04) COMP VALUE 6.
       77 WRK-COL-JANELA   PIC 9(04) COMP VALUE 6.
       77 WRK-IND-COL      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-NUM-COL      PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-COLUNAS.
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB12".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB32".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB11".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB14".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB16".
           05 FILLER                       PIC X(08)
                                           VALUE "JANELA".
       01 WRK-TABELA-COLUNAS-R REDEFINES WRK-TABELA-COLUNAS.
           05 WRK-TAB-COLUNA OCCURS 6 TIMES PIC X(08).

      *== META EM SEGUNDOS (ZEROS = SEM META) E ESTATISTICA DO
      *== PERIODO POR COLUNA
       01 WRK-TABELA-ESTATISTICA.
           05 WRK-TAB-EST OCCURS 6 TIMES.
               10 WRK-EST-META         PIC 9(08) COMP.
               10 WRK-EST-QTD          PIC 9(08) COMP.
               10 WRK-EST-SOMA         PIC 9(12) COMP.
               10 WRK-EST-MAIOR        PIC 9(08) COMP.
               10 WRK-EST-DATA-MAIOR   PIC 9(08).
               10 WRK-EST-ESTOUROS     PIC 9(08) COMP.

      *== UMA ENTRADA POR DATA DE NEGOCIO, NA ORDEM DO RUNLOG. O
      *== TEMPO DE CADA LINHA E CONTADO EM SEGUNDOS DESDE A
      *== MEIA-NOITE DO PRIMEIRO DIA DA JANELA: QUANDO A HORA DE
      *== UMA LINHA E MENOR QUE A DA ANTERIOR DA MESMA DATA, A
      *== JANELA CRUZOU A MEIA-NOITE E O DESLOCAMENTO GANHA UM
      *== DIA (86400). O PASSO REEXECUTADO MEDE A ULTIMA EXECUCAO
       77 WRK-MAX-DIAS     PIC 9(04) COMP VALUE 400.
       77 WRK-QTD-DIAS     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-DIA      PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-DIAS.
           05 WRK-TAB-DIA OCCURS 400 TIMES.
               10 WRK-DIA-DATA         PIC 9(08).
               10 WRK-DIA-ULT-SEG      PIC 9(08) COMP.
               10 WRK-DIA-DESLOC       PIC 9(08) COMP.
               10 WRK-DIA-JAN-INI      PIC 9(08) COMP.
               10 WRK-DIA-JAN-FIM      PIC 9(08) COMP.
               10 WRK-DIA-SW-INI       PIC X(01).
               10 WRK-DIA-SW-FIM       PIC X(01).
               10 WRK-DIA-PASSO OCCURS 5 TIMES.
                   15 WRK-DIA-SIT      PIC X(01).
                   15 WRK-DIA-SEG-INI  PIC 9(08) COMP.
                   15 WRK-DIA-SEG-FIM  PIC 9(08) COMP.

       77 WRK-SEG-LINHA    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-SEG-ABS      PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DURACAO      PIC 9(08) COMP VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(08) COMP VALUE ZEROS.
       77 WRK-EXCESSO      PIC 9(08) COMP VALUE ZEROS.

      *== FORMATACAO DE SEGUNDOS EM HH:MM:SS
       77 WRK-SEG-FORMATAR PIC 9(08) COMP VALUE ZEROS.
       77 WRK-FMT-HORAS    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-FMT-RESTO    PIC 9(08) COMP VALUE ZEROS.
       01 WRK-FMT-CAMPOS.
           05 WRK-FMT-HH           PIC 9(02).
           05 WRK-FMT-MM           PIC 9(02).
           05 WRK-FMT-SS           PIC 9(02).
       77 WRK-DURACAO-ED   PIC X(08)  VALUE SPACES.

      *== LINHA DA GRADE: POR COLUNA A DURACAO (OU "--" QUANDO NAO
      *== RODOU / "SEM FIM" QUANDO NAO ENCERROU) E "*" ACIMA DA META
       01 WRK-LINHA-GRADE.
           05 WRK-GRD-DATA         PIC 9(08).
           05 FILLER               PIC X(02).
           05 WRK-GRD-CELULA OCCURS 6 TIMES.
               10 WRK-GRD-VALOR    PIC X(08).
               10 WRK-GRD-MARCA    PIC X(01).
               10 FILLER           PIC X(01).
           05 FILLER               PIC X(10).

       77 WRK-META-ED      PIC X(08)  VALUE SPACES.
       77 WRK-MAIOR-ED     PIC X(08)  VALUE SPACES.
       77 WRK-MEDIA-ED     PIC X(08)  VALUE SPACES.

       77 WRK-CONT-LIDOS   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-ESTOUROS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-ED      PIC ZZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED2     PIC ZZZZ.ZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR-LOG
               UNTIL FIM-PROCESSAMENTO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           INITIALIZE WRK-TABELA-ESTATISTICA.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-PREPARAR-SELECAO.
           PERFORM 0150-LER-METAS.

           OPEN INPUT ARQ-LOG.

           IF NOT FS-LOG-OK
               DISPLAY "ERRO AO ABRIR RUNLOG - FS=" WRK-FS-LOG
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET LOG-ABERTO TO TRUE
               OPEN OUTPUT ARQ-RELATORIO
               IF FS-RELATORIO-OK
                   SET RELATORIO-ABERTO TO TRUE
               END-IF
               PERFORM 0130-VERIFICAR-FS-RELATORIO
               PERFORM 0140-GRAVAR-CABECALHO
               PERFORM 0160-LER-PROXIMO-REGISTRO
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-LER-PARAMETROS                   SECTION.

           OPEN INPUT ARQ-PARAMETRO.

           IF FS-PARAMETRO-OK
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-DATA-INI TO WRK-SEL-DATA-INI
                       MOVE PRM-DATA-FIM TO WRK-SEL-DATA-FIM
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY "DATA INICIAL (DD/MM/AAAA OU BRANCO):"
               ACCEPT WRK-SEL-DATA-INI
               DISPLAY "DATA FINAL (DD/MM/AAAA OU BRANCO):"
               ACCEPT WRK-SEL-DATA-FIM
           END-IF.

       0110-LER-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0120-PREPARAR-SELECAO                 SECTION.

           IF WRK-SEL-DATA-INI = SPACES
               MOVE ZEROS TO WRK-DATA-INI-NUM
           ELSE
               MOVE WRK-SEL-DATA-INI TO WRK-DATA-EDITADA
               PERFORM 0125-CONVERTER-DATA
               MOVE WRK-DATA-AAMMDD-R TO WRK-DATA-INI-NUM
           END-IF.

           IF WRK-SEL-DATA-FIM = SPACES
               MOVE 99999999 TO WRK-DATA-FIM-NUM
           ELSE
               MOVE WRK-SEL-DATA-FIM TO WRK-DATA-EDITADA
               PERFORM 0125-CONVERTER-DATA
               MOVE WRK-DATA-AAMMDD-R TO WRK-DATA-FIM-NUM
           END-IF.

       0120-PREPARAR-SELECAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0125-CONVERTER-DATA                   SECTION.

           MOVE WRK-DED-ANO TO WRK-DAN-ANO.
           MOVE WRK-DED-MES TO WRK-DAN-MES.
           MOVE WRK-DED-DIA TO WRK-DAN-DIA.

       0125-CONVERTER-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-VERIFICAR-FS-RELATORIO           SECTION.

           IF NOT FS-RELATORIO-OK
               DISPLAY "ERRO DE E/S NO RELATORIO - FS="
                       WRK-FS-RELATORIO
           END-IF.

       0130-VERIFICAR-FS-RELATORIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-GRAVAR-CABECALHO                 SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0140-GRAVAR-CABECALHO-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "JANELA BATCH DA ESTEIRA NOTURNA (SLA) - PRGCOB34"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " WRK-SEL-DATA-INI
                  " A " WRK-SEL-DATA-FIM
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA      PRGCOB12  PRGCOB32  PRGCOB11  PRGCOB14"
                  "  PRGCOB16  JANELA"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0140-GRAVAR-CABECALHO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O SLAMETA NENHUM PASSO E APONTADO; META INVALIDA OU
      *== DE PASSO DESCONHECIDO E DESPREZADA COM AVISO
      *-----------------------------------------------------------------
       0150-LER-METAS                        SECTION.

           OPEN INPUT ARQ-METAS.

           IF NOT FS-METAS-OK
               DISPLAY "ERRO AO ABRIR SLAMETA - FS=" WRK-FS-METAS
                       " - RELATORIO SEM METAS"
               GO TO 0150-LER-METAS-FIM
           END-IF.

           PERFORM 0155-LER-META
               UNTIL FS-METAS-FIM.

           CLOSE ARQ-METAS.

       0150-LER-METAS-FIM. EXIT.


      *-----------------------------------------------------------------
       0155-LER-META                         SECTION.

           READ ARQ-METAS
               AT END
                   GO TO 0155-LER-META-FIM
           END-READ.

           MOVE ZEROS TO WRK-NUM-COL.
           MOVE ZEROS TO WRK-IND-COL.
           PERFORM 0157-COMPARAR-META
               UNTIL WRK-NUM-COL > ZEROS
                  OR WRK-IND-COL >= WRK-QTD-COLUNAS.

           IF WRK-NUM-COL = ZEROS
               OR MET-HH NOT NUMERIC
               OR MET-MM NOT NUMERIC
               OR MET-SS NOT NUMERIC
               OR MET-MM > 59
               OR MET-SS > 59
               DISPLAY "META INVALIDA DESPREZADA: " REG-META
               GO TO 0155-LER-META-FIM
           END-IF.

           COMPUTE WRK-EST-META (WRK-NUM-COL) =
                   MET-HH * 3600 + MET-MM * 60 + MET-SS.

       0155-LER-META-FIM. EXIT.


      *-----------------------------------------------------------------
       0157-COMPARAR-META                    SECTION.

           ADD 1 TO WRK-IND-COL.

           IF WRK-TAB-COLUNA (WRK-IND-COL) = MET-PASSO
               MOVE WRK-IND-COL TO WRK-NUM-COL
           END-IF.

       0157-COMPARAR-META-FIM. EXIT.


      *-----------------------------------------------------------------
       0160-LER-PROXIMO-REGISTRO             SECTION.

           READ ARQ-LOG
               AT END
                   SET FIM-PROCESSAMENTO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CONT-LIDOS
           END-READ.

       0160-LER-PROXIMO-REGISTRO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SO INTERESSAM O INICIO LIBERADO ("I") E O FIM
      *== REGISTRADO ("F") DE UM PASSO DA ESTEIRA NO PERIODO
      *-----------------------------------------------------------------
       0200-PROCESSAR-LOG                    SECTION.

           IF LOG-DATA IS NUMERIC
               AND LOG-DATA >= WRK-DATA-INI-NUM
               AND LOG-DATA <= WRK-DATA-FIM-NUM
               AND LOG-HH IS NUMERIC
               AND LOG-MM IS NUMERIC
               AND LOG-SS IS NUMERIC
               AND ((LOG-INICIO AND LOG-INICIO-LIBERADO)
                    OR (LOG-FIM AND LOG-FIM-REGISTRADO))
               PERFORM 0210-REGISTRAR-TEMPO
           END-IF.

           IF NOT FIM-PROCESSAMENTO
               PERFORM 0160-LER-PROXIMO-REGISTRO
           END-IF.

       0200-PROCESSAR-LOG-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-REGISTRAR-TEMPO                  SECTION.

           MOVE ZEROS TO WRK-NUM-COL.
           MOVE ZEROS TO WRK-IND-COL.
           PERFORM 0215-COMPARAR-PASSO
               UNTIL WRK-NUM-COL > ZEROS
                  OR WRK-IND-COL >= WRK-QTD-PASSOS.

           IF WRK-NUM-COL = ZEROS
               GO TO 0210-REGISTRAR-TEMPO-FIM
           END-IF.

           PERFORM 0220-LOCALIZAR-DIA.

           IF NOT ACHOU-DIA
               DISPLAY "TABELA DE DATAS ESGOTADA - AUMENTAR"
               DISPLAY "WRK-MAX-DIAS NO PRGCOB34"
               MOVE 16 TO RETURN-CODE
               SET FIM-PROCESSAMENTO TO TRUE
               GO TO 0210-REGISTRAR-TEMPO-FIM
           END-IF.

           COMPUTE WRK-SEG-LINHA = LOG-HH * 3600 + LOG-MM * 60
                                 + LOG-SS.

           IF WRK-SEG-LINHA < WRK-DIA-ULT-SEG (WRK-IND-DIA)
               ADD 86400 TO WRK-DIA-DESLOC (WRK-IND-DIA)
           END-IF.
           MOVE WRK-SEG-LINHA TO WRK-DIA-ULT-SEG (WRK-IND-DIA).

           COMPUTE WRK-SEG-ABS = WRK-SEG-LINHA
                               + WRK-DIA-DESLOC (WRK-IND-DIA).

           IF LOG-INICIO
               MOVE "I" TO WRK-DIA-SIT (WRK-IND-DIA, WRK-NUM-COL)
               MOVE WRK-SEG-ABS
                 TO WRK-DIA-SEG-INI (WRK-IND-DIA, WRK-NUM-COL)
               MOVE ZEROS
                 TO WRK-DIA-SEG-FIM (WRK-IND-DIA, WRK-NUM-COL)
               IF WRK-DIA-SW-INI (WRK-IND-DIA) = "N"
                   MOVE WRK-SEG-ABS
                     TO WRK-DIA-JAN-INI (WRK-IND-DIA)
                   MOVE "S" TO WRK-DIA-SW-INI (WRK-IND-DIA)
               END-IF
           ELSE
               IF WRK-DIA-SIT (WRK-IND-DIA, WRK-NUM-COL) = "I"
                   MOVE "F"
                     TO WRK-DIA-SIT (WRK-IND-DIA, WRK-NUM-COL)
                   MOVE WRK-SEG-ABS
                     TO WRK-DIA-SEG-FIM (WRK-IND-DIA, WRK-NUM-COL)
                   MOVE WRK-SEG-ABS
                     TO WRK-DIA-JAN-FIM (WRK-IND-DIA)
                   MOVE "S" TO WRK-DIA-SW-FIM (WRK-IND-DIA)
               END-IF
           END-IF.

       0210-REGISTRAR-TEMPO-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-COMPARAR-PASSO                   SECTION.

           ADD 1 TO WRK-IND-COL.

           IF WRK-TAB-COLUNA (WRK-IND-COL) = LOG-PASSO
               MOVE WRK-IND-COL TO WRK-NUM-COL
           END-IF.

       0215-COMPARAR-PASSO-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-LOCALIZAR-DIA                    SECTION.

           MOVE "N" TO WRK-SW-ACHOU-DIA.
           MOVE ZEROS TO WRK-IND-DIA.
           PERFORM 0225-COMPARAR-DIA
               UNTIL ACHOU-DIA
                  OR WRK-IND-DIA >= WRK-QTD-DIAS.

           IF NOT ACHOU-DIA
               AND WRK-QTD-DIAS < WRK-MAX-DIAS
               ADD 1 TO WRK-QTD-DIAS
               MOVE WRK-QTD-DIAS TO WRK-IND-DIA
               INITIALIZE WRK-TAB-DIA (WRK-IND-DIA)
               MOVE LOG-DATA TO WRK-DIA-DATA (WRK-IND-DIA)
               MOVE "N"      TO WRK-DIA-SW-INI (WRK-IND-DIA)
               MOVE "N"      TO WRK-DIA-SW-FIM (WRK-IND-DIA)
               SET ACHOU-DIA TO TRUE
           END-IF.

       0220-LOCALIZAR-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0225-COMPARAR-DIA                     SECTION.

           ADD 1 TO WRK-IND-DIA.

           IF WRK-DIA-DATA (WRK-IND-DIA) = LOG-DATA
               SET ACHOU-DIA TO TRUE
           END-IF.

       0225-COMPARAR-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF NOT LOG-ABERTO
               GO TO 0300-FINALIZAR-FIM
           END-IF.

           CLOSE ARQ-LOG.

           MOVE ZEROS TO WRK-IND-DIA.
           PERFORM 0310-GRAVAR-LINHA-DIA
               UNTIL WRK-IND-DIA >= WRK-QTD-DIAS.

           PERFORM 0320-GRAVAR-RESUMO.

           PERFORM 0330-GRAVAR-ESTOUROS.

           MOVE WRK-CONT-LIDOS    TO WRK-CONT-ED.
           MOVE WRK-QTD-DIAS      TO WRK-CONT-ED2.
           DISPLAY "LINHAS DO RUNLOG LIDAS: " WRK-CONT-ED
                   "  DATAS NO RELATORIO: " WRK-CONT-ED2.
           MOVE WRK-CONT-ESTOUROS TO WRK-CONT-ED.
           DISPLAY "TEMPOS ACIMA DA META  : " WRK-CONT-ED.

           IF WRK-CONT-ESTOUROS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF RELATORIO-ABERTO
               CLOSE ARQ-RELATORIO
           END-IF.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-GRAVAR-LINHA-DIA                 SECTION.

           ADD 1 TO WRK-IND-DIA.

           MOVE SPACES TO WRK-LINHA-GRADE.
           MOVE WRK-DIA-DATA (WRK-IND-DIA) TO WRK-GRD-DATA.

           MOVE ZEROS TO WRK-IND-COL.
           PERFORM 0315-MONTAR-CELULA
               UNTIL WRK-IND-COL >= WRK-QTD-COLUNAS.

           IF RELATORIO-ABERTO
               MOVE WRK-LINHA-GRADE TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0310-GRAVAR-LINHA-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== MONTA A CELULA DA COLUNA E ACUMULA A ESTATISTICA DO
      *== PERIODO (SO ENTRAM OS TEMPOS MEDIDOS ATE O FIM)
      *-----------------------------------------------------------------
       0315-MONTAR-CELULA                    SECTION.

           ADD 1 TO WRK-IND-COL.

           PERFORM 0350-CALCULAR-DURACAO.

           IF NOT DURACAO-MEDIDA
               GO TO 0315-MONTAR-CELULA-FIM
           END-IF.

           MOVE WRK-DURACAO TO WRK-SEG-FORMATAR.
           PERFORM 0390-FORMATAR-DURACAO.
           MOVE WRK-DURACAO-ED TO WRK-GRD-VALOR (WRK-IND-COL).

           ADD 1           TO WRK-EST-QTD  (WRK-IND-COL).
           ADD WRK-DURACAO TO WRK-EST-SOMA (WRK-IND-COL).

           IF WRK-EST-QTD (WRK-IND-COL) = 1
               OR WRK-DURACAO > WRK-EST-MAIOR (WRK-IND-COL)
               MOVE WRK-DURACAO TO WRK-EST-MAIOR (WRK-IND-COL)
               MOVE WRK-DIA-DATA (WRK-IND-DIA)
                 TO WRK-EST-DATA-MAIOR (WRK-IND-COL)
           END-IF.

           IF ACIMA-DA-META
               MOVE "*" TO WRK-GRD-MARCA (WRK-IND-COL)
               ADD 1 TO WRK-EST-ESTOUROS (WRK-IND-COL)
               ADD 1 TO WRK-CONT-ESTOUROS
           END-IF.

       0315-MONTAR-CELULA-FIM. EXIT.


      *-----------------------------------------------------------------
       0320-GRAVAR-RESUMO                    SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0320-GRAVAR-RESUMO-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "* = ACIMA DA META   -- = NAO RODOU   SEM FIM = "
                  "INICIADO E NAO ENCERRADO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "-----------------------------------------"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "PASSO        DIAS     MEDIA      PIOR  DATA PIOR"
                  "     META  ESTOUROS"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE ZEROS TO WRK-IND-COL.
           PERFORM 0325-GRAVAR-LINHA-RESUMO
               UNTIL WRK-IND-COL >= WRK-QTD-COLUNAS.

       0320-GRAVAR-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
       0325-GRAVAR-LINHA-RESUMO              SECTION.

           ADD 1 TO WRK-IND-COL.

           IF WRK-EST-QTD (WRK-IND-COL) = ZEROS
               MOVE "   --   " TO WRK-MEDIA-ED
               MOVE "   --   " TO WRK-MAIOR-ED
               MOVE SPACES     TO WRK-DATA-AAMMDD
           ELSE
               DIVIDE WRK-EST-SOMA (WRK-IND-COL)
                   BY WRK-EST-QTD (WRK-IND-COL)
                   GIVING WRK-MEDIA ROUNDED
               MOVE WRK-MEDIA TO WRK-SEG-FORMATAR
               PERFORM 0390-FORMATAR-DURACAO
               MOVE WRK-DURACAO-ED TO WRK-MEDIA-ED
               MOVE WRK-EST-MAIOR (WRK-IND-COL) TO WRK-SEG-FORMATAR
               PERFORM 0390-FORMATAR-DURACAO
               MOVE WRK-DURACAO-ED TO WRK-MAIOR-ED
               MOVE WRK-EST-DATA-MAIOR (WRK-IND-COL)
                 TO WRK-DATA-AAMMDD-R
           END-IF.

           IF WRK-EST-META (WRK-IND-COL) = ZEROS
               MOVE "SEM META" TO WRK-META-ED
           ELSE
               MOVE WRK-EST-META (WRK-IND-COL) TO WRK-SEG-FORMATAR
               PERFORM 0390-FORMATAR-DURACAO
               MOVE WRK-DURACAO-ED TO WRK-META-ED
           END-IF.

           MOVE WRK-EST-QTD      (WRK-IND-COL) TO WRK-CONT-ED.
           MOVE WRK-EST-ESTOUROS (WRK-IND-COL) TO WRK-CONT-ED2.

           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-TAB-COLUNA (WRK-IND-COL) " "
                  WRK-CONT-ED "  " WRK-MEDIA-ED "  " WRK-MAIOR-ED
                  "  " WRK-DATA-AAMMDD "  " WRK-META-ED
                  "  " WRK-CONT-ED2
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0325-GRAVAR-LINHA-RESUMO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== RELACAO DOS TEMPOS ACIMA DA META, COM O EXCESSO
      *-----------------------------------------------------------------
       0330-GRAVAR-ESTOUROS                  SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0330-GRAVAR-ESTOUROS-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "-----------------------------------------"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           IF WRK-CONT-ESTOUROS = ZEROS
               STRING "NENHUM TEMPO ACIMA DA META NO PERIODO"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING "TEMPOS ACIMA DA META"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           IF WRK-CONT-ESTOUROS = ZEROS
               GO TO 0330-GRAVAR-ESTOUROS-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA      PASSO      DURACAO      META   EXCESSO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE ZEROS TO WRK-IND-DIA.
           PERFORM 0335-VERIFICAR-DIA-ESTOURO
               UNTIL WRK-IND-DIA >= WRK-QTD-DIAS.

       0330-GRAVAR-ESTOUROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0335-VERIFICAR-DIA-ESTOURO            SECTION.

           ADD 1 TO WRK-IND-DIA.

           MOVE ZEROS TO WRK-IND-COL.
           PERFORM 0340-GRAVAR-ESTOURO
               UNTIL WRK-IND-COL >= WRK-QTD-COLUNAS.

       0335-VERIFICAR-DIA-ESTOURO-FIM. EXIT.


      *-----------------------------------------------------------------
       0340-GRAVAR-ESTOURO                   SECTION.

           ADD 1 TO WRK-IND-COL.

           PERFORM 0350-CALCULAR-DURACAO.

           IF NOT ACIMA-DA-META
               GO TO 0340-GRAVAR-ESTOURO-FIM
           END-IF.

           COMPUTE WRK-EXCESSO = WRK-DURACAO
                               - WRK-EST-META (WRK-IND-COL).

           MOVE WRK-DURACAO TO WRK-SEG-FORMATAR.
           PERFORM 0390-FORMATAR-DURACAO.
           MOVE WRK-DURACAO-ED TO WRK-MAIOR-ED.

           MOVE WRK-EST-META (WRK-IND-COL) TO WRK-SEG-FORMATAR.
           PERFORM 0390-FORMATAR-DURACAO.
           MOVE WRK-DURACAO-ED TO WRK-META-ED.

           MOVE WRK-EXCESSO TO WRK-SEG-FORMATAR.
           PERFORM 0390-FORMATAR-DURACAO.

           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-DIA-DATA (WRK-IND-DIA) "  "
                  WRK-TAB-COLUNA (WRK-IND-COL) "  "
                  WRK-MAIOR-ED "  " WRK-META-ED "  " WRK-DURACAO-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0340-GRAVAR-ESTOURO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DURACAO DA COLUNA WRK-IND-COL NA DATA WRK-IND-DIA. SO HA
      *== MEDIDA QUANDO O PASSO CHEGOU AO FIM, OU A JANELA QUANDO
      *== NENHUM PASSO FICOU ABERTO; A CELULA SEM MEDIDA JA SAI
      *== COM "--" OU "SEM FIM"
      *-----------------------------------------------------------------
       0350-CALCULAR-DURACAO                 SECTION.

           MOVE "N"   TO WRK-SW-MEDIDA.
           MOVE "N"   TO WRK-SW-ESTOURO.
           MOVE ZEROS TO WRK-DURACAO.

           IF WRK-IND-COL = WRK-COL-JANELA
               IF WRK-DIA-SW-FIM (WRK-IND-DIA) = "S"
                   AND WRK-DIA-SIT (WRK-IND-DIA, 1) NOT = "I"
                   AND WRK-DIA-SIT (WRK-IND-DIA, 2) NOT = "I"
                   AND WRK-DIA-SIT (WRK-IND-DIA, 3) NOT = "I"
                   AND WRK-DIA-SIT (WRK-IND-DIA, 4) NOT = "I"
                   AND WRK-DIA-SIT (WRK-IND-DIA, 5) NOT = "I"
                   COMPUTE WRK-DURACAO =
                           WRK-DIA-JAN-FIM (WRK-IND-DIA)
                         - WRK-DIA-JAN-INI (WRK-IND-DIA)
                   SET DURACAO-MEDIDA TO TRUE
               ELSE
                   IF WRK-DIA-SW-INI (WRK-IND-DIA) = "S"
                       MOVE "SEM FIM " TO WRK-GRD-VALOR (WRK-IND-COL)
                   ELSE
                       MOVE "   --   " TO WRK-GRD-VALOR (WRK-IND-COL)
                   END-IF
               END-IF
           ELSE
               EVALUATE WRK-DIA-SIT (WRK-IND-DIA, WRK-IND-COL)
                   WHEN "F"
                       COMPUTE WRK-DURACAO =
                           WRK-DIA-SEG-FIM (WRK-IND-DIA, WRK-IND-COL)
                         - WRK-DIA-SEG-INI (WRK-IND-DIA, WRK-IND-COL)
                       SET DURACAO-MEDIDA TO TRUE
                   WHEN "I"
                       MOVE "SEM FIM " TO WRK-GRD-VALOR (WRK-IND-COL)
                   WHEN OTHER
                       MOVE "   --   " TO WRK-GRD-VALOR (WRK-IND-COL)
               END-EVALUATE
           END-IF.

           IF DURACAO-MEDIDA
               AND WRK-EST-META (WRK-IND-COL) > ZEROS
               AND WRK-DURACAO > WRK-EST-META (WRK-IND-COL)
               SET ACIMA-DA-META TO TRUE
           END-IF.

       0350-CALCULAR-DURACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0390-FORMATAR-DURACAO                 SECTION.

           DIVIDE WRK-SEG-FORMATAR BY 3600
               GIVING WRK-FMT-HORAS REMAINDER WRK-FMT-RESTO.

           IF WRK-FMT-HORAS > 99
               MOVE 99 TO WRK-FMT-HORAS
           END-IF.

           MOVE WRK-FMT-HORAS TO WRK-FMT-HH.

           DIVIDE WRK-FMT-RESTO BY 60
               GIVING WRK-FMT-MM REMAINDER WRK-FMT-SS.

           MOVE SPACES TO WRK-DURACAO-ED.
           STRING WRK-FMT-HH ":" WRK-FMT-MM ":" WRK-FMT-SS
               DELIMITED BY SIZE INTO WRK-DURACAO-ED.

       0390-FORMATAR-DURACAO-FIM. EXIT.
