       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB29.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : LIBERACAO P/ REENVIO DOS CALCULOS REJEITADOS
      *==               POR FINANCAS (RES-SIT-RETORNO "R", MARCADO
      *==               PELO PRGCOB19), VIA CONSOLE. O REJEITADO
      *==               LIBERADO PASSA A "L" E O RETIDO P/ REVISAO
      *==               (LIMITE DE REENVIOS - "H") APROVADO NA
      *==               REVISAO MANUAL PASSA A "V"; O REENVIO E
      *==               FEITO PELO PRGCOB30. A LIBERACAO PODE SER
      *==               DESFEITA ENQUANTO O REENVIO NAO RODOU.
      *==               CALCULO ESTORNADO, CONTRAPARTIDA OU COM
      *==               ERRO NAO E LIBERADO
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
           05 RES-NUM2                        PIC S9(04)V99
                                              SIGN LEADING SEPARATE.
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

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-MESTRE    PIC X(02)  VALUE "00".
           88 FS-MESTRE-OK          VALUE "00".
           88 FS-MESTRE-NAOACHOU    VALUE "23".

       77 WRK-SW-MESTRE    PIC X(01)  VALUE "N".
           88 MESTRE-ABERTO         VALUE "S".

       77 WRK-SW-FIM-MANUT PIC X(01)  VALUE "N".
           88 FIM-MANUTENCAO        VALUE "S".

       77 WRK-SW-FIM-LISTA PIC X(01)  VALUE "N".
           88 FIM-LISTA             VALUE "S".

       77 WRK-SW-ACHOU     PIC X(01)  VALUE "N".
           88 CALCULO-ACHADO        VALUE "S".

       77 WRK-OPCAO        PIC X(01)  VALUE SPACES.
           88 OPCAO-LIBERAR         VALUE "L".
           88 OPCAO-DESFAZER        VALUE "D".
           88 OPCAO-CONSULTAR       VALUE "C".
           88 OPCAO-ENCERRAR        VALUE "X".

       77 WRK-DATA-CONS    PIC X(08)  VALUE SPACES.
       77 WRK-SEQ-CONS     PIC X(06)  VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)  VALUE SPACES.
           88 ALTERACAO-CONFIRMADA  VALUE "S".

       77 WRK-SIT-NOVA     PIC X(01)  VALUE SPACES.
       77 WRK-DESC-SIT     PIC X(20)  VALUE SPACES.

       77 WRK-CONT-LISTA   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LIBER   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-DESFEITO PIC 9(08) COMP VALUE ZEROS.

       77 WRK-RESULTADO-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-ATENDER-OPERADOR
               UNTIL FIM-MANUTENCAO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           OPEN I-O ARQ-MESTRE.

           IF FS-MESTRE-OK
               SET MESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR MESTRE DE RESULTADOS - FS="
                       WRK-FS-MESTRE
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ATENDER-OPERADOR                 SECTION.

           DISPLAY "=========================================".
           DISPLAY "  REENVIO DE REJEITADOS POR FINANCAS".
           DISPLAY "  (L)IBERAR P/ REENVIO".
           DISPLAY "  (D)ESFAZER LIBERACAO".
           DISPLAY "  (C)ONSULTAR PENDENTES   (X) ENCERRAR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO:".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LIBERAR
                   PERFORM 0210-LIBERAR-CALCULO
               WHEN OPCAO-DESFAZER
                   PERFORM 0220-DESFAZER-LIBERACAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTAR-PENDENTES
               WHEN OPCAO-ENCERRAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME L,D,C OU X"
           END-EVALUATE.

       0200-ATENDER-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== REJEITADO ("R") VAI A "L"; RETIDO P/ REVISAO ("H") SO
      *== SAI COM "V", QUE O PRGCOB30 REENVIA MESMO ACIMA DO
      *== LIMITE - A APROVACAO DA REVISAO VALE PARA UM REENVIO
      *-----------------------------------------------------------------
       0210-LIBERAR-CALCULO                  SECTION.

           PERFORM 0250-LOCALIZAR-CALCULO.

           IF NOT CALCULO-ACHADO
               GO TO 0210-LIBERAR-CALCULO-FIM
           END-IF.

           IF RES-CALC-ESTORNADO
               OR RES-CALC-CONTRA
               OR RES-CALC-COM-ERRO
               DISPLAY "CALCULO ESTORNADO, CONTRAPARTIDA OU COM ERRO"
                       " - LIBERACAO RECUSADA"
               GO TO 0210-LIBERAR-CALCULO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RES-RET-REJEITADO
                   MOVE "L" TO WRK-SIT-NOVA
               WHEN RES-RET-RETIDO
                   MOVE "V" TO WRK-SIT-NOVA
                   DISPLAY "CALCULO RETIDO APOS " RES-QTD-REENVIO
                           " REENVIOS - A LIBERACAO APROVA A"
                           " REVISAO MANUAL"
               WHEN OTHER
                   DISPLAY "SO CALCULO REJEITADO POR FINANCAS OU"
                           " RETIDO P/ REVISAO PODE SER LIBERADO"
                   GO TO 0210-LIBERAR-CALCULO-FIM
           END-EVALUATE.

           DISPLAY "CONFIRMA A LIBERACAO P/ REENVIO (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "LIBERACAO CANCELADA"
               GO TO 0210-LIBERAR-CALCULO-FIM
           END-IF.

           MOVE WRK-SIT-NOVA TO RES-SIT-RETORNO.
           PERFORM 0270-REGRAVAR-MESTRE.

           IF FS-MESTRE-OK
               ADD 1 TO WRK-CONT-LIBER
               DISPLAY "CALCULO LIBERADO - SERA REENVIADO NA"
                       " PROXIMA EXECUCAO DO PRGCOB30"
           END-IF.

       0210-LIBERAR-CALCULO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DEVOLVE A SITUACAO ANTERIOR A LIBERACAO; DEPOIS DO
      *== REENVIO ("E") NAO HA O QUE DESFAZER
      *-----------------------------------------------------------------
       0220-DESFAZER-LIBERACAO               SECTION.

           PERFORM 0250-LOCALIZAR-CALCULO.

           IF NOT CALCULO-ACHADO
               GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RES-RET-LIBERADO
                   MOVE "R" TO WRK-SIT-NOVA
               WHEN RES-RET-LIB-REVISAO
                   MOVE "H" TO WRK-SIT-NOVA
               WHEN OTHER
                   DISPLAY "CALCULO NAO ESTA LIBERADO P/ REENVIO"
                   GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-EVALUATE.

           DISPLAY "CONFIRMA DESFAZER A LIBERACAO (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "OPERACAO CANCELADA"
               GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-IF.

           MOVE WRK-SIT-NOVA TO RES-SIT-RETORNO.
           PERFORM 0270-REGRAVAR-MESTRE.

           IF FS-MESTRE-OK
               ADD 1 TO WRK-CONT-DESFEITO
               DISPLAY "LIBERACAO DESFEITA"
           END-IF.

       0220-DESFAZER-LIBERACAO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== LISTA TODO O MESTRE QUE AGUARDA DECISAO OU REENVIO:
      *== REJEITADOS, LIBERADOS E RETIDOS P/ REVISAO
      *-----------------------------------------------------------------
       0230-CONSULTAR-PENDENTES              SECTION.

           MOVE ZEROS TO WRK-CONT-LISTA.
           MOVE "N"   TO WRK-SW-FIM-LISTA.
           MOVE ZEROS TO RES-DATA-PROC.
           MOVE ZEROS TO RES-SEQUENCIA.

           START ARQ-MESTRE KEY NOT < RES-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START.

           DISPLAY "-----------------------------------------".
           DISPLAY "DATA     SEQ.   CLI  REENV SITUACAO".

           PERFORM 0235-LISTAR-PROXIMO
               UNTIL FIM-LISTA.

           MOVE WRK-CONT-LISTA TO WRK-CONT-ED.
           DISPLAY "CALCULOS LISTADOS...: " WRK-CONT-ED.
           DISPLAY "-----------------------------------------".

       0230-CONSULTAR-PENDENTES-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-LISTAR-PROXIMO                   SECTION.

           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
                   GO TO 0235-LISTAR-PROXIMO-FIM
           END-READ.

           IF NOT RES-RET-REJEITADO
               AND NOT RES-RET-LIBERADO
               AND NOT RES-RET-LIB-REVISAO
               AND NOT RES-RET-RETIDO
               GO TO 0235-LISTAR-PROXIMO-FIM
           END-IF.

           ADD 1 TO WRK-CONT-LISTA.
           PERFORM 0260-DESCREVER-SITUACAO.
           DISPLAY RES-DATA-PROC " " RES-SEQUENCIA " " RES-CLIENTE
                   "  " RES-QTD-REENVIO "   " WRK-DESC-SIT.

       0235-LISTAR-PROXIMO-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-LOCALIZAR-CALCULO                SECTION.

           MOVE "N" TO WRK-SW-ACHOU.

           DISPLAY "DATA DO PROCESSAMENTO (AAAAMMDD):".
           ACCEPT WRK-DATA-CONS.
           DISPLAY "SEQUENCIA DA TRANSACAO (6 DIGITOS):".
           ACCEPT WRK-SEQ-CONS.

           IF WRK-DATA-CONS NOT NUMERIC
               OR WRK-SEQ-CONS NOT NUMERIC
               DISPLAY "CHAVE INVALIDA - INFORME SO DIGITOS"
               GO TO 0250-LOCALIZAR-CALCULO-FIM
           END-IF.

           MOVE WRK-DATA-CONS TO RES-DATA-PROC.
           MOVE WRK-SEQ-CONS  TO RES-SEQUENCIA.

           READ ARQ-MESTRE
               INVALID KEY
                   DISPLAY "CALCULO NAO ENCONTRADO P/ A CHAVE "
                           WRK-DATA-CONS "-" WRK-SEQ-CONS
                   GO TO 0250-LOCALIZAR-CALCULO-FIM
           END-READ.

           SET CALCULO-ACHADO TO TRUE.

           MOVE RES-RESULTADO TO WRK-RESULTADO-ED.
           PERFORM 0260-DESCREVER-SITUACAO.
           DISPLAY "-----------------------------------------".
           DISPLAY "CLIENTE.............: " RES-CLIENTE.
           DISPLAY "OPERADOR............: " RES-OPERADOR.
           DISPLAY "OPERACAO............: " RES-OPERACAO.
           DISPLAY "RESULTADO...........: " WRK-RESULTADO-ED.
           DISPLAY "RETORNO FINANCAS....: " WRK-DESC-SIT.
           DISPLAY "REENVIOS A FINANCAS.: " RES-QTD-REENVIO
                   " - ULTIMO EM " RES-DATA-REENVIO.

       0250-LOCALIZAR-CALCULO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-DESCREVER-SITUACAO               SECTION.

           EVALUATE TRUE
               WHEN RES-RET-CONFIRMADO
                   MOVE "CONFIRMADO"         TO WRK-DESC-SIT
               WHEN RES-RET-REJEITADO
                   MOVE "REJEITADO"          TO WRK-DESC-SIT
               WHEN RES-RET-LIBERADO
                   MOVE "LIBERADO P/ REENVIO" TO WRK-DESC-SIT
               WHEN RES-RET-LIB-REVISAO
                   MOVE "LIBERADO NA REVISAO" TO WRK-DESC-SIT
               WHEN RES-RET-REENVIADO
                   MOVE "REENVIADO"          TO WRK-DESC-SIT
               WHEN RES-RET-RETIDO
                   MOVE "RETIDO P/ REVISAO"  TO WRK-DESC-SIT
               WHEN OTHER
                   MOVE "PENDENTE"           TO WRK-DESC-SIT
           END-EVALUATE.

       0260-DESCREVER-SITUACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-REGRAVAR-MESTRE                  SECTION.

           REWRITE REG-MESTRE
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF NOT FS-MESTRE-OK
               DISPLAY "ERRO AO ATUALIZAR MESTRE - FS="
                       WRK-FS-MESTRE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0270-REGRAVAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF MESTRE-ABERTO
               CLOSE ARQ-MESTRE
           END-IF.

           MOVE WRK-CONT-LIBER TO WRK-CONT-ED.
           DISPLAY "CALCULOS LIBERADOS..: " WRK-CONT-ED.
           MOVE WRK-CONT-DESFEITO TO WRK-CONT-ED.
           DISPLAY "LIBERACOES DESFEITAS: " WRK-CONT-ED.
           DISPLAY "PRGCOB29 - LIBERACAO P/ REENVIO ENCERRADA".

       0300-FINALIZAR-FIM. EXIT.
