       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB31.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : DECISAO DO OPERADOR SOBRE OS DETALHES RETIDOS
      *==               POR SUSPEITA DE DUPLICIDADE (DUPIDX, GRAVADO
      *==               PELO PRGCOB12), VIA CONSOLE. O RETIDO ("R")
      *==               CONFIRMADO COMO TRANSACAO GENUINA PASSA A
      *==               "L" E SEGUE PARA O CALCULO NA PROXIMA
      *==               EXECUCAO DO PRGCOB12; O CONFIRMADO COMO
      *==               DUPLICADO E BAIXADO ("B"). A LIBERACAO PODE
      *==               SER DESFEITA ENQUANTO O PRGCOB12 NAO RODOU
      *== DATA        : 18/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-DUPLICADOS ASSIGN TO "DUPIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DUP-CHAVE
                                 FILE STATUS IS WRK-FS-DUPLICADOS.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== SUSPEITOS DE DUPLICIDADE (VER PRGCOB12)
       FD  ARQ-DUPLICADOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DUPLICADO.
           05 DUP-CHAVE.
               10 DUP-LOTE-ID              PIC X(06).
               10 DUP-SEQ-REGISTRO         PIC 9(05).
           05 DUP-CLIENTE                  PIC X(04).
           05 DUP-REGISTRO.
               10 DUP-REG-TIPO             PIC X(01).
               10 DUP-REG-NUM1             PIC X(07).
               10 DUP-REG-NUM2             PIC X(07).
               10 DUP-REG-OPERACAO         PIC X(01).
               10 DUP-REG-CLIENTE          PIC X(04).
               10 FILLER                   PIC X(03).
           05 DUP-DATA-RETENCAO            PIC 9(08).
           05 DUP-LOTE-ORIGINAL            PIC X(06).
           05 DUP-SEQ-ORIGINAL             PIC 9(05).
           05 DUP-DATA-ORIGINAL            PIC 9(08).
           05 DUP-SITUACAO                 PIC X(01).
               88 DUP-RETIDO                 VALUE "R".
               88 DUP-LIBERADO               VALUE "L".
               88 DUP-ENVIADO                VALUE "E".
               88 DUP-BAIXADO                VALUE "B".
           05 DUP-DATA-ENVIO               PIC 9(08).
           05 DUP-LOTE-ENVIO               PIC X(06).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-DUPLICADOS PIC X(02) VALUE "00".
           88 FS-DUPLICADOS-OK      VALUE "00".
           88 FS-DUPLICADOS-NAOACHOU VALUE "23".

       77 WRK-SW-DUPLICADOS PIC X(01) VALUE "N".
           88 DUPLICADOS-ABERTO     VALUE "S".

       77 WRK-SW-FIM-MANUT PIC X(01)  VALUE "N".
           88 FIM-MANUTENCAO        VALUE "S".

       77 WRK-SW-FIM-LISTA PIC X(01)  VALUE "N".
           88 FIM-LISTA             VALUE "S".

       77 WRK-SW-ACHOU     PIC X(01)  VALUE "N".
           88 RETIDO-ACHADO         VALUE "S".

       77 WRK-OPCAO        PIC X(01)  VALUE SPACES.
           88 OPCAO-LIBERAR         VALUE "L".
           88 OPCAO-DESFAZER        VALUE "D".
           88 OPCAO-BAIXAR          VALUE "B".
           88 OPCAO-CONSULTAR       VALUE "C".
           88 OPCAO-ENCERRAR        VALUE "X".

       77 WRK-LOTE-CONS    PIC X(06)  VALUE SPACES.
       77 WRK-SEQ-CONS     PIC X(05)  VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)  VALUE SPACES.
           88 ALTERACAO-CONFIRMADA  VALUE "S".

       77 WRK-SIT-NOVA     PIC X(01)  VALUE SPACES.
       77 WRK-DESC-SIT     PIC X(20)  VALUE SPACES.

       77 WRK-CONT-LISTA   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LIBER   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-DESFEITO PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-BAIXADO PIC 9(08) COMP VALUE ZEROS.

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

           OPEN I-O ARQ-DUPLICADOS.

           IF FS-DUPLICADOS-OK
               SET DUPLICADOS-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR CADASTRO DE DUPLICADOS - FS="
                       WRK-FS-DUPLICADOS
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ATENDER-OPERADOR                 SECTION.

           DISPLAY "=========================================".
           DISPLAY "  SUSPEITOS DE DUPLICIDADE".
           DISPLAY "  (L)IBERAR P/ O CALCULO (TRANSACAO GENUINA)".
           DISPLAY "  (D)ESFAZER LIBERACAO".
           DISPLAY "  (B)AIXAR COMO DUPLICADO".
           DISPLAY "  (C)ONSULTAR RETIDOS     (X) ENCERRAR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO:".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LIBERAR
                   PERFORM 0210-LIBERAR-RETIDO
               WHEN OPCAO-DESFAZER
                   PERFORM 0220-DESFAZER-LIBERACAO
               WHEN OPCAO-BAIXAR
                   PERFORM 0240-BAIXAR-RETIDO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTAR-RETIDOS
               WHEN OPCAO-ENCERRAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME L,D,B,C OU X"
           END-EVALUATE.

       0200-ATENDER-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SO O RETIDO ("R") PODE SER LIBERADO; O PRGCOB12 ENVIA O
      *== LIBERADO NUM LOTE PROPRIO E O MARCA COMO ENVIADO ("E")
      *-----------------------------------------------------------------
       0210-LIBERAR-RETIDO                   SECTION.

           PERFORM 0250-LOCALIZAR-RETIDO.

           IF NOT RETIDO-ACHADO
               GO TO 0210-LIBERAR-RETIDO-FIM
           END-IF.

           IF NOT DUP-RETIDO
               DISPLAY "SO DETALHE RETIDO PODE SER LIBERADO"
               GO TO 0210-LIBERAR-RETIDO-FIM
           END-IF.

           DISPLAY "CONFIRMA A TRANSACAO COMO GENUINA (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "LIBERACAO CANCELADA"
               GO TO 0210-LIBERAR-RETIDO-FIM
           END-IF.

           MOVE "L" TO WRK-SIT-NOVA.
           PERFORM 0270-REGRAVAR-DUPLICADO.

           IF FS-DUPLICADOS-OK
               ADD 1 TO WRK-CONT-LIBER
               DISPLAY "DETALHE LIBERADO - SEGUE PARA O CALCULO NA"
                       " PROXIMA EXECUCAO DO PRGCOB12"
           END-IF.

       0210-LIBERAR-RETIDO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DEVOLVE O LIBERADO A RETIDO; DEPOIS DO ENVIO ("E") NAO HA
      *== O QUE DESFAZER
      *-----------------------------------------------------------------
       0220-DESFAZER-LIBERACAO               SECTION.

           PERFORM 0250-LOCALIZAR-RETIDO.

           IF NOT RETIDO-ACHADO
               GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-IF.

           IF NOT DUP-LIBERADO
               DISPLAY "DETALHE NAO ESTA LIBERADO"
               GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-IF.

           DISPLAY "CONFIRMA DESFAZER A LIBERACAO (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "OPERACAO CANCELADA"
               GO TO 0220-DESFAZER-LIBERACAO-FIM
           END-IF.

           MOVE "R" TO WRK-SIT-NOVA.
           PERFORM 0270-REGRAVAR-DUPLICADO.

           IF FS-DUPLICADOS-OK
               ADD 1 TO WRK-CONT-DESFEITO
               DISPLAY "LIBERACAO DESFEITA"
           END-IF.

       0220-DESFAZER-LIBERACAO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== LISTA OS DETALHES QUE AGUARDAM DECISAO OU ENVIO: RETIDOS
      *== E LIBERADOS, COM O ORIGINAL DE CADA UM
      *-----------------------------------------------------------------
       0230-CONSULTAR-RETIDOS                SECTION.

           MOVE ZEROS  TO WRK-CONT-LISTA.
           MOVE "N"    TO WRK-SW-FIM-LISTA.
           MOVE SPACES TO DUP-LOTE-ID.
           MOVE ZEROS  TO DUP-SEQ-REGISTRO.

           START ARQ-DUPLICADOS KEY NOT < DUP-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START.

           DISPLAY "-----------------------------------------".
           DISPLAY "LOTE   REG   CLI  RETIDO EM ORIGINAL"
                   "            SITUACAO".

           PERFORM 0235-LISTAR-PROXIMO
               UNTIL FIM-LISTA.

           MOVE WRK-CONT-LISTA TO WRK-CONT-ED.
           DISPLAY "DETALHES LISTADOS...: " WRK-CONT-ED.
           DISPLAY "-----------------------------------------".

       0230-CONSULTAR-RETIDOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-LISTAR-PROXIMO                   SECTION.

           READ ARQ-DUPLICADOS NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
                   GO TO 0235-LISTAR-PROXIMO-FIM
           END-READ.

           IF NOT DUP-RETIDO
               AND NOT DUP-LIBERADO
               GO TO 0235-LISTAR-PROXIMO-FIM
           END-IF.

           ADD 1 TO WRK-CONT-LISTA.
           PERFORM 0260-DESCREVER-SITUACAO.
           DISPLAY DUP-LOTE-ID " " DUP-SEQ-REGISTRO " " DUP-CLIENTE
                   " " DUP-DATA-RETENCAO "  " DUP-LOTE-ORIGINAL
                   "-" DUP-SEQ-ORIGINAL " " DUP-DATA-ORIGINAL
                   " " WRK-DESC-SIT.

       0235-LISTAR-PROXIMO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== RETIDO CONFIRMADO COMO DUPLICADO SAI DA FILA DE DECISAO
      *== E NAO VAI AO CALCULO
      *-----------------------------------------------------------------
       0240-BAIXAR-RETIDO                    SECTION.

           PERFORM 0250-LOCALIZAR-RETIDO.

           IF NOT RETIDO-ACHADO
               GO TO 0240-BAIXAR-RETIDO-FIM
           END-IF.

           IF NOT DUP-RETIDO
               DISPLAY "SO DETALHE RETIDO PODE SER BAIXADO"
               GO TO 0240-BAIXAR-RETIDO-FIM
           END-IF.

           DISPLAY "CONFIRMA A BAIXA COMO DUPLICADO (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "BAIXA CANCELADA"
               GO TO 0240-BAIXAR-RETIDO-FIM
           END-IF.

           MOVE "B" TO WRK-SIT-NOVA.
           PERFORM 0270-REGRAVAR-DUPLICADO.

           IF FS-DUPLICADOS-OK
               ADD 1 TO WRK-CONT-BAIXADO
               DISPLAY "DETALHE BAIXADO COMO DUPLICADO"
           END-IF.

       0240-BAIXAR-RETIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-LOCALIZAR-RETIDO                 SECTION.

           MOVE "N" TO WRK-SW-ACHOU.

           DISPLAY "LOTE DO DETALHE RETIDO:".
           ACCEPT WRK-LOTE-CONS.
           DISPLAY "POSICAO DO REGISTRO NO LOTE (5 DIGITOS):".
           ACCEPT WRK-SEQ-CONS.

           IF WRK-LOTE-CONS = SPACES
               OR WRK-SEQ-CONS NOT NUMERIC
               DISPLAY "CHAVE INVALIDA - INFORME O LOTE E A POSICAO"
                       " SO COM DIGITOS"
               GO TO 0250-LOCALIZAR-RETIDO-FIM
           END-IF.

           MOVE WRK-LOTE-CONS TO DUP-LOTE-ID.
           MOVE WRK-SEQ-CONS  TO DUP-SEQ-REGISTRO.

           READ ARQ-DUPLICADOS
               INVALID KEY
                   DISPLAY "DETALHE RETIDO NAO ENCONTRADO P/ A CHAVE "
                           WRK-LOTE-CONS "-" WRK-SEQ-CONS
                   GO TO 0250-LOCALIZAR-RETIDO-FIM
           END-READ.

           SET RETIDO-ACHADO TO TRUE.

           PERFORM 0260-DESCREVER-SITUACAO.
           DISPLAY "-----------------------------------------".
           DISPLAY "CLIENTE.............: " DUP-CLIENTE.
           DISPLAY "OPERANDOS...........: " DUP-REG-NUM1 " "
                   DUP-REG-NUM2.
           DISPLAY "OPERACAO............: " DUP-REG-OPERACAO.
           DISPLAY "RETIDO EM...........: " DUP-DATA-RETENCAO.
           DISPLAY "ORIGINAL............: LOTE " DUP-LOTE-ORIGINAL
                   " REG " DUP-SEQ-ORIGINAL " EM " DUP-DATA-ORIGINAL.
           DISPLAY "SITUACAO............: " WRK-DESC-SIT.
           IF DUP-ENVIADO
               DISPLAY "ENVIADO.............: LOTE " DUP-LOTE-ENVIO
                       " EM " DUP-DATA-ENVIO
           END-IF.

       0250-LOCALIZAR-RETIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-DESCREVER-SITUACAO               SECTION.

           EVALUATE TRUE
               WHEN DUP-RETIDO
                   MOVE "RETIDO"              TO WRK-DESC-SIT
               WHEN DUP-LIBERADO
                   MOVE "LIBERADO P/ CALCULO" TO WRK-DESC-SIT
               WHEN DUP-ENVIADO
                   MOVE "ENVIADO AO CALCULO"  TO WRK-DESC-SIT
               WHEN DUP-BAIXADO
                   MOVE "BAIXADO (DUPLICADO)" TO WRK-DESC-SIT
               WHEN OTHER
                   MOVE "SITUACAO INVALIDA"   TO WRK-DESC-SIT
           END-EVALUATE.

       0260-DESCREVER-SITUACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-REGRAVAR-DUPLICADO               SECTION.

           MOVE WRK-SIT-NOVA TO DUP-SITUACAO.

           REWRITE REG-DUPLICADO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF NOT FS-DUPLICADOS-OK
               DISPLAY "ERRO AO ATUALIZAR DUPLICADOS - FS="
                       WRK-FS-DUPLICADOS
               MOVE 12 TO RETURN-CODE
           END-IF.

       0270-REGRAVAR-DUPLICADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF DUPLICADOS-ABERTO
               CLOSE ARQ-DUPLICADOS
           END-IF.

           MOVE WRK-CONT-LIBER TO WRK-CONT-ED.
           DISPLAY "DETALHES LIBERADOS..: " WRK-CONT-ED.
           MOVE WRK-CONT-DESFEITO TO WRK-CONT-ED.
           DISPLAY "LIBERACOES DESFEITAS: " WRK-CONT-ED.
           MOVE WRK-CONT-BAIXADO TO WRK-CONT-ED.
           DISPLAY "BAIXADOS DUPLICADOS.: " WRK-CONT-ED.
           DISPLAY "PRGCOB31 - SUSPEITOS DE DUPLICIDADE ENCERRADO".

       0300-FINALIZAR-FIM. EXIT.
