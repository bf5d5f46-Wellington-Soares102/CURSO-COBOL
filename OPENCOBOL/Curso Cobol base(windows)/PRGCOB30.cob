       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB30.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : REENVIO A FINANCAS DOS CALCULOS REJEITADOS
      *==               E LIBERADOS PELO OPERADOR (PRGCOB29). CADA
      *==               CALCULO LIBERADO ("L"/"V") VAI PARA A
      *==               INTERFACE DE REENVIO (REEFILE) NO MESMO
      *==               FORMATO "D;"/"T;" DO INTFILE, COM A CHAVE
      *==               ORIGINAL DO MESTRE, PARA O PROXIMO FINRET
      *==               SER CASADO PELO PRGCOB19. O MESTRE FICA
      *==               "E" (REENVIADO) COM A QUANTIDADE E A DATA
      *==               DO ULTIMO REENVIO. O LIBERADO QUE JA
      *==               ATINGIU O LIMITE DE REENVIOS (REEPARM,
      *==               PADRAO 3) FICA RETIDO ("H") P/ REVISAO
      *==               MANUAL. O TRAILER FECHA COM A QUANTIDADE E
      *==               A SOMA DOS RESULTADOS REENVIADOS. O REEFILE
      *==               E RECRIADO A CADA EXECUCAO E DEVE SER
      *==               TRANSMITIDO ANTES DA PROXIMA
      *== DATA        : 13/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE    ASSIGN TO "RESFILE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS RES-CHAVE
                                 FILE STATUS IS WRK-FS-MESTRE.

           SELECT ARQ-REENVIO   ASSIGN TO "REEFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-REENVIO.

           SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "REEPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT OPTIONAL ARQ-DATA-NEG ASSIGN TO "DATFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT ARQ-RELATORIO ASSIGN TO "REEREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE RESULTADOS (VER PRGCOB11) COM A SITUACAO DE
      *== RETORNO DE FINANCAS E O CONTROLE DE REENVIO
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
           05 RES-CHAVE.
               10 RES-DATA-PROC               PIC 9(08).
               10 RES-SEQUENCIA               PIC 9(06).
           05 RES-OPERADOR                    PIC X(08).
           05 RES-NUM1                        PIC S9(04)V99
                                              SIGN LEADING SEPARATE.
           05 RES-NUM1-ALFA REDEFINES RES-NUM1
                                              PIC X(07).
           05 RES-NUM2                        PIC S9(04)V99
                                              SIGN LEADING SEPARATE.
           05 RES-NUM2-ALFA REDEFINES RES-NUM2
                                              PIC X(07).
           05 RES-OPERACAO                    PIC X(01).
           05 RES-RESULTADO                   PIC S9(08)V99
                                              SIGN LEADING SEPARATE.
           05 RES-SIT-CALCULO                 PIC X(01).
               88 RES-CALC-COM-ERRO             VALUE "S".
               88 RES-CALC-ESTORNADO            VALUE "E".
               88 RES-CALC-CONTRA               VALUE "C".
           05 RES-CLIENTE                     PIC X(04).
           05 RES-RESULT-AJUST                PIC S9(08)V99
                                              SIGN LEADING SEPARATE.
           05 RES-SIT-RETORNO                 PIC X(01).
               88 RES-RET-PENDENTE              VALUE SPACE.
               88 RES-RET-CONFIRMADO            VALUE "C".
               88 RES-RET-REJEITADO             VALUE "R".
               88 RES-RET-LIBERADO              VALUE "L".
               88 RES-RET-LIB-REVISAO           VALUE "V".
               88 RES-RET-REENVIADO             VALUE "E".
               88 RES-RET-RETIDO                VALUE "H".
           05 RES-QTD-REENVIO                 PIC 9(02).
           05 RES-DATA-REENVIO                PIC 9(08).

      *== INTERFACE DE REENVIO P/ FINANCAS - MESMO LEIAUTE DO
      *== INTFILE (VER PRGCOB11): "D;" = CALCULO REENVIADO COM A
      *== CHAVE ORIGINAL NO FIM, "T;" = QUANTIDADE E SOMA DOS
      *== RESULTADOS DAS LINHAS "D;"
       FD  ARQ-REENVIO
           LABEL RECORDS ARE STANDARD.
       01  REG-REENVIO                        PIC X(100).

      *== LIMITE DE REENVIOS POR CALCULO (BRANCO OU ZEROS =
      *== PADRAO)
       FD  ARQ-PARAMETRO
           LABEL RECORDS ARE STANDARD.
       01  REG-PARAMETRO.
           05 PRM-MAX-REENVIOS                PIC 9(02).

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO                PIC 9(08).
           05 FILLER                          PIC X(01).
           05 DAT-SITUACAO                    PIC X(01).
               88 DAT-DIA-ABERTO                VALUE "A".

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                      PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-MESTRE    PIC X(02)  VALUE "00".
           88 FS-MESTRE-OK          VALUE "00".
           88 FS-MESTRE-FIM         VALUE "10".

       77 WRK-FS-REENVIO   PIC X(02)  VALUE "00".
           88 FS-REENVIO-OK         VALUE "00".

       77 WRK-FS-PARAMETRO PIC X(02)  VALUE "00".
           88 FS-PARAMETRO-OK       VALUES "00" "05".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-FIM-PROC  PIC X(01)  VALUE "N".
           88 FIM-PROCESSAMENTO     VALUE "S".

       77 WRK-SW-MESTRE    PIC X(01)  VALUE "N".
           88 MESTRE-ABERTO         VALUE "S".

       77 WRK-SW-REENVIO   PIC X(01)  VALUE "N".
           88 REENVIO-ABERTO        VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

      *== LIMITE DE REENVIOS, COM O PADRAO QUANDO O REEPARM NAO
      *== EXISTE
       77 WRK-MAX-REENVIOS PIC 9(02)  VALUE 3.

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-NEGOCIO-R REDEFINES WRK-DATA-NEGOCIO.
           05 WRK-DNR-ANO          PIC 9(04).
           05 WRK-DNR-MES          PIC 9(02).
           05 WRK-DNR-DIA          PIC 9(02).
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

       01 WRK-HORA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HSR-HORA         PIC 9(02).
           05 WRK-HSR-MIN          PIC 9(02).
           05 WRK-HSR-SEG          PIC 9(02).
           05 WRK-HSR-CENT         PIC 9(02).
       77 WRK-DATA-HORA-ED  PIC X(19) VALUE SPACES.

       01 WRK-RESULT-INT   PIC S9(08)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
       01 WRK-RESULT-INT-R REDEFINES WRK-RESULT-INT
                           PIC X(11).
       01 WRK-AJUST-INT    PIC S9(08)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
       01 WRK-AJUST-INT-R  REDEFINES WRK-AJUST-INT
                           PIC X(11).
       01 WRK-SOMA-INT     PIC S9(10)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
       01 WRK-SOMA-INT-R   REDEFINES WRK-SOMA-INT
                           PIC X(13).
       01 WRK-CONT-INT     PIC 9(08)      VALUE ZEROS.
       01 WRK-CONT-INT-R   REDEFINES WRK-CONT-INT
                           PIC X(08).

       77 WRK-SOMA-REENV   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MOTIVO-RET   PIC X(30)  VALUE SPACES.

       77 WRK-CONT-LIDOS   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-REENV   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-RETIDOS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-REVISAO PIC 9(08) COMP VALUE ZEROS.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-RESULTADO-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SOMA-ED      PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR-MESTRE
               UNTIL FIM-PROCESSAMENTO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0110-LER-DATA-NEGOCIO.
           PERFORM 0120-LER-PARAMETRO.

           OPEN I-O ARQ-MESTRE.

           IF FS-MESTRE-OK
               SET MESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR MESTRE DE RESULTADOS - FS="
                       WRK-FS-MESTRE
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN OUTPUT ARQ-REENVIO.

           IF FS-REENVIO-OK
               SET REENVIO-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO CRIAR INTERFACE DE REENVIO - FS="
                       WRK-FS-REENVIO
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.

           IF FS-RELATORIO-OK
               SET RELATORIO-ABERTO TO TRUE
           END-IF.

           PERFORM 0130-VERIFICAR-FS-RELATORIO.
           PERFORM 0140-GRAVAR-CABECALHO.

           MOVE ZEROS TO RES-DATA-PROC.
           MOVE ZEROS TO RES-SEQUENCIA.

           START ARQ-MESTRE KEY NOT < RES-CHAVE
               INVALID KEY
                   SET FIM-PROCESSAMENTO TO TRUE
           END-START.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A DATA DO REENVIO E A DE NEGOCIO DO DATFILE; SEM ELE
      *== VALE A DATA DO SISTEMA, COM AVISO
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
      *== SEM O REEPARM (OU COM CONTEUDO INVALIDO) VALE O PADRAO
      *== DE 3 REENVIOS POR CALCULO
      *-----------------------------------------------------------------
       0120-LER-PARAMETRO                    SECTION.

           OPEN INPUT ARQ-PARAMETRO.

           IF FS-PARAMETRO-OK
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MAX-REENVIOS IS NUMERIC
                           AND PRM-MAX-REENVIOS > ZEROS
                           MOVE PRM-MAX-REENVIOS
                             TO WRK-MAX-REENVIOS
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

       0120-LER-PARAMETRO-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-VERIFICAR-FS-RELATORIO           SECTION.

           IF NOT FS-RELATORIO-OK
               DISPLAY "ERRO DE E/S NO RELATORIO - FS="
                       WRK-FS-RELATORIO
           END-IF.

       0130-VERIFICAR-FS-RELATORIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-GRAVAR-CABECALHO                 SECTION.

           MOVE SPACES TO REG-RELATORIO.
           STRING "REENVIO A FINANCAS - PRGCOB30"
                  "   DATA DE NEGOCIO: " WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-MAX-REENVIOS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LIMITE DE REENVIOS POR CALCULO: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA     SEQ.   CLI  REENV      RESULTADO"
                  "  SITUACAO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0140-GRAVAR-CABECALHO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SO OS LIBERADOS PELO OPERADOR INTERESSAM; O "V" FOI
      *== APROVADO NA REVISAO MANUAL E NAO PASSA PELO LIMITE
      *-----------------------------------------------------------------
       0200-PROCESSAR-MESTRE                 SECTION.

           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET FIM-PROCESSAMENTO TO TRUE
                   GO TO 0200-PROCESSAR-MESTRE-FIM
           END-READ.

           ADD 1 TO WRK-CONT-LIDOS.

           IF NOT RES-RET-LIBERADO
               AND NOT RES-RET-LIB-REVISAO
               GO TO 0200-PROCESSAR-MESTRE-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RES-CALC-ESTORNADO
                   OR RES-CALC-CONTRA
                   OR RES-CALC-COM-ERRO
                   MOVE "RETIDO - ESTORNADO/ERRO APOS LIBERACAO"
                     TO WRK-MOTIVO-RET
                   PERFORM 0220-RETER-CALCULO
               WHEN RES-RET-LIBERADO
                   AND RES-QTD-REENVIO NOT < WRK-MAX-REENVIOS
                   MOVE "RETIDO - LIMITE DE REENVIOS"
                     TO WRK-MOTIVO-RET
                   PERFORM 0220-RETER-CALCULO
               WHEN OTHER
                   PERFORM 0210-REENVIAR-CALCULO
           END-EVALUATE.

       0200-PROCESSAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A LINHA E GRAVADA ANTES DE MARCAR O MESTRE: ERRO NA
      *== INTERFACE ENCERRA SEM DEIXAR CALCULO MARCADO E NAO
      *== ENVIADO
      *-----------------------------------------------------------------
       0210-REENVIAR-CALCULO                 SECTION.

           IF RES-RET-LIB-REVISAO
               ADD 1 TO WRK-CONT-REVISAO
           END-IF.

           PERFORM 0230-MONTAR-DATA-HORA.

           MOVE RES-RESULTADO    TO WRK-RESULT-INT.
           MOVE RES-RESULT-AJUST TO WRK-AJUST-INT.

           MOVE SPACES TO REG-REENVIO.
           STRING "D;" RES-NUM1-ALFA
                  ";" RES-NUM2-ALFA
                  ";" RES-OPERACAO
                  ";" WRK-RESULT-INT-R
                  ";" WRK-AJUST-INT-R
                  ";" RES-OPERADOR
                  ";" WRK-DATA-HORA-ED
                  ";" RES-DATA-PROC
                  ";" RES-SEQUENCIA
               DELIMITED BY SIZE INTO REG-REENVIO.
           WRITE REG-REENVIO.

           IF NOT FS-REENVIO-OK
               DISPLAY "ERRO AO GRAVAR INTERFACE DE REENVIO - FS="
                       WRK-FS-REENVIO
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0210-REENVIAR-CALCULO-FIM
           END-IF.

           ADD 1 TO WRK-CONT-REENV.
           ADD RES-RESULTADO TO WRK-SOMA-REENV.

           IF RES-QTD-REENVIO < 99
               ADD 1 TO RES-QTD-REENVIO
           END-IF.
           MOVE WRK-DATA-NEGOCIO TO RES-DATA-REENVIO.
           MOVE "E"              TO RES-SIT-RETORNO.
           PERFORM 0240-REGRAVAR-MESTRE.

           MOVE "REENVIADO" TO WRK-MOTIVO-RET.
           PERFORM 0250-GRAVAR-LINHA.

       0210-REENVIAR-CALCULO-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-RETER-CALCULO                    SECTION.

           ADD 1 TO WRK-CONT-RETIDOS.

           MOVE "H" TO RES-SIT-RETORNO.
           PERFORM 0240-REGRAVAR-MESTRE.
           PERFORM 0250-GRAVAR-LINHA.

       0220-RETER-CALCULO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DATA DE NEGOCIO + HORA DO RELOGIO, NO FORMATO DA
      *== DATA/HORA DO INTFILE (DD/MM/AAAA HH:MM:SS)
      *-----------------------------------------------------------------
       0230-MONTAR-DATA-HORA                 SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WRK-DATA-HORA-ED.
           STRING WRK-DNR-DIA "/" WRK-DNR-MES "/" WRK-DNR-ANO
                  " " WRK-HSR-HORA ":" WRK-HSR-MIN ":" WRK-HSR-SEG
               DELIMITED BY SIZE INTO WRK-DATA-HORA-ED.

       0230-MONTAR-DATA-HORA-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-REGRAVAR-MESTRE                  SECTION.

           REWRITE REG-MESTRE
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF NOT FS-MESTRE-OK
               DISPLAY "ERRO AO ATUALIZAR MESTRE - FS="
                       WRK-FS-MESTRE " CHAVE " RES-DATA-PROC
                       "-" RES-SEQUENCIA
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0240-REGRAVAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-GRAVAR-LINHA                     SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0250-GRAVAR-LINHA-FIM
           END-IF.

           MOVE RES-RESULTADO TO WRK-RESULTADO-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING RES-DATA-PROC " " RES-SEQUENCIA " " RES-CLIENTE
                  "   " RES-QTD-REENVIO
                  " " WRK-RESULTADO-ED
                  "  " WRK-MOTIVO-RET
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0250-GRAVAR-LINHA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O TRAILER SO E GRAVADO QUANDO TODAS AS LINHAS "D;"
      *== FORAM GRAVADAS; INTERFACE SEM TRAILER E RECUSADA POR
      *== FINANCAS E NAO E CONFUNDIDA COM UM REENVIO COMPLETO
      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF REENVIO-ABERTO
               IF RETURN-CODE = ZEROS
                   PERFORM 0320-GRAVAR-TRAILER
               END-IF
               CLOSE ARQ-REENVIO
           END-IF.

           IF RELATORIO-ABERTO
               PERFORM 0310-GRAVAR-TOTAIS
               CLOSE ARQ-RELATORIO
           END-IF.

           IF MESTRE-ABERTO
               CLOSE ARQ-MESTRE
           END-IF.

           IF RETURN-CODE = ZEROS
               AND WRK-CONT-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WRK-CONT-REENV TO WRK-CONT-ED.
           DISPLAY "CALCULOS REENVIADOS.: " WRK-CONT-ED.
           MOVE WRK-CONT-RETIDOS TO WRK-CONT-ED.
           DISPLAY "RETIDOS P/ REVISAO..: " WRK-CONT-ED.
           DISPLAY "PRGCOB30 - REENVIO A FINANCAS ENCERRADO".

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-GRAVAR-TOTAIS                    SECTION.

           MOVE SPACES TO REG-RELATORIO.
           STRING "-----------------------------------------"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-LIDOS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CALCULOS LIDOS......: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-REENV TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REENVIADOS..........: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-REVISAO TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  APROVADOS NA REVISAO: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-SOMA-REENV TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SOMA DOS REENVIADOS.: " WRK-SOMA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-RETIDOS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RETIDOS P/ REVISAO..: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           IF RETURN-CODE NOT = ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING "REENVIO INTERROMPIDO - INTERFACE SEM TRAILER"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0310-GRAVAR-TOTAIS-FIM. EXIT.


      *-----------------------------------------------------------------
       0320-GRAVAR-TRAILER                   SECTION.

           MOVE WRK-CONT-REENV TO WRK-CONT-INT.
           MOVE WRK-SOMA-REENV TO WRK-SOMA-INT.

           MOVE SPACES TO REG-REENVIO.
           STRING "T;" WRK-CONT-INT-R
                  ";" WRK-SOMA-INT-R
               DELIMITED BY SIZE INTO REG-REENVIO.
           WRITE REG-REENVIO.

           IF NOT FS-REENVIO-OK
               DISPLAY "ERRO AO GRAVAR INTERFACE DE REENVIO - FS="
                       WRK-FS-REENVIO
               MOVE 12 TO RETURN-CODE
           END-IF.

       0320-GRAVAR-TRAILER-FIM. EXIT.
