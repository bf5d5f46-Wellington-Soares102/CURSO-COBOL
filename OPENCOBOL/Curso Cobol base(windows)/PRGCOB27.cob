       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB27.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DO HISTORICO DE TAXAS POR CLIENTE
      *==               (TAXIDX). PARA CADA VIGENCIA MOSTRA O
      *==               PERIODO (INICIO E VESPERA DA VIGENCIA
      *==               SEGUINTE DO MESMO CLIENTE), O FATOR, A DATA
      *==               DE INCLUSAO E A SITUACAO NA DATA DE NEGOCIO
      *==               (ENCERRADA/EM VIGOR/FUTURA). O TAXHPARM
      *==               OPCIONAL RESTRINGE A UM CLIENTE E, COM UM
      *==               MES AAAAMM, MARCA AS TAXAS QUE VALERAM NO
      *==               MES, PARA CONFERENCIA DO FATURAMENTO DO
      *==               PRGCOB20 E ATENDIMENTO DE CONTESTACOES
      *== DATA        : 08/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT ARQ-TAXAS     ASSIGN TO "TAXIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS TAX-CHAVE
                                 FILE STATUS IS WRK-FS-TAXAS.

           SELECT OPTIONAL ARQ-DATA-NEG ASSIGN TO "DATFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "TAXHPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT ARQ-RELATORIO ASSIGN TO "TAXHREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== TAXAS POR CLIENTE - FATOR EM PERCENTUAL (10000 = 100,00%),
      *== INDEXADO POR CLIENTE + DATA DE INICIO DA VIGENCIA
      *== (ZEROS = DESDE A CARGA INICIAL) E COM A DATA EM QUE A
      *== TAXA FOI INCLUIDA
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

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO                PIC 9(08).
           05 FILLER                          PIC X(01).
           05 DAT-SITUACAO                    PIC X(01).
               88 DAT-DIA-ABERTO                VALUE "A".

      *== CLIENTE (BRANCO = TODOS) E MES AAAAMM P/ CONFERENCIA
      *== (BRANCO = SEM MARCACAO)
       FD  ARQ-PARAMETRO
           LABEL RECORDS ARE STANDARD.
       01  REG-PARAMETRO.
           05 PRM-CLIENTE                     PIC X(04).
           05 FILLER                          PIC X(01).
           05 PRM-MES                         PIC X(06).

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                   PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-TAXAS     PIC X(02)  VALUE "00".
           88 FS-TAXAS-OK           VALUE "00".
           88 FS-TAXAS-FIM          VALUE "10".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-FS-PARAMETRO PIC X(02)  VALUE "00".
           88 FS-PARAMETRO-OK       VALUES "00" "05".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-FIM-PROC  PIC X(01)  VALUE "N".
           88 FIM-PROCESSAMENTO     VALUE "S".

       77 WRK-SW-PROXIMA   PIC X(01)  VALUE "N".
           88 HA-PROXIMA-VIGENCIA   VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

       77 WRK-CLIENTE-PEDIDO PIC X(04) VALUE SPACES.
       77 WRK-MES-PEDIDO     PIC X(06) VALUE SPACES.
       77 WRK-MES-PEDIDO-NUM PIC 9(06) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

      *== LIMITES DO MES PEDIDO EM AAAAMMDD (O DIA 31 SERVE DE
      *== TETO PARA QUALQUER MES NA COMPARACAO)
       01 WRK-INICIO-MES    PIC 9(08) VALUE ZEROS.
       01 WRK-FIM-MES       PIC 9(08) VALUE ZEROS.

      *== VIGENCIA EM IMPRESSAO (A SEGUINTE FICA NO REGISTRO LIDO)
       01 WRK-ATU-TAXA.
           05 WRK-ATU-CLIENTE      PIC X(04).
           05 WRK-ATU-VIGENCIA     PIC 9(08).
           05 WRK-ATU-FATOR        PIC 9(03)V99.
           05 WRK-ATU-INCLUSAO     PIC 9(08).
       77 WRK-CLIENTE-ANT   PIC X(04) VALUE SPACES.
       77 WRK-PROX-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(09) VALUE SPACES.
       77 WRK-MARCA-MES     PIC X(01) VALUE SPACES.

      *== DATA AAAAMMDD EM CALCULO DE VESPERA OU EM EDICAO
       01 WRK-DATA-VAL      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VAL-R REDEFINES WRK-DATA-VAL.
           05 WRK-DVA-ANO          PIC 9(04).
           05 WRK-DVA-MES          PIC 9(02).
           05 WRK-DVA-DIA          PIC 9(02).
       77 WRK-DATA-VAL-ED   PIC X(10) VALUE SPACES.
       77 WRK-VIG-DE-ED     PIC X(10) VALUE SPACES.
       77 WRK-VIG-ATE-ED    PIC X(10) VALUE SPACES.
       77 WRK-INCLUSAO-ED   PIC X(10) VALUE SPACES.
       77 WRK-QUOCIENTE     PIC 9(08) COMP VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-DIAS-MES.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 28.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
           05 FILLER               PIC 9(02) VALUE 30.
           05 FILLER               PIC 9(02) VALUE 31.
       01 WRK-TABELA-DIAS-MES-R REDEFINES WRK-TABELA-DIAS-MES.
           05 WRK-TAB-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       77 WRK-CONT-CLIENTES PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-TAXAS    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-VIGOR    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-FUTURAS  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-MES      PIC 9(08) COMP VALUE ZEROS.

       77 WRK-FATOR-ED      PIC ZZ9,99   VALUE ZEROS.
       77 WRK-CONT-ED       PIC ZZZZ.ZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR-TAXA
               UNTIL FIM-PROCESSAMENTO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0110-LER-DATA-NEGOCIO.
           PERFORM 0120-LER-PARAMETRO.

           IF FIM-PROCESSAMENTO
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN INPUT ARQ-TAXAS.

           IF NOT FS-TAXAS-OK
               DISPLAY "ERRO AO ABRIR TAXAS POR CLIENTE - FS="
                       WRK-FS-TAXAS
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.
           SET RELATORIO-ABERTO TO TRUE.
           PERFORM 0140-GRAVAR-CABECALHO.

           MOVE WRK-CLIENTE-PEDIDO TO TAX-CLIENTE.
           MOVE ZEROS              TO TAX-DATA-VIGENCIA.

           START ARQ-TAXAS KEY IS NOT LESS THAN TAX-CHAVE
               INVALID KEY
                   SET FIM-PROCESSAMENTO TO TRUE
                   GO TO 0100-INICIAR-FIM
           END-START.

           PERFORM 0160-LER-TAXA.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A SITUACAO DE CADA VIGENCIA E JULGADA PELA DATA DE NEGOCIO
      *== DO DATFILE; SEM ELE VALE A DATA DO SISTEMA, COM AVISO
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
       0120-LER-PARAMETRO                    SECTION.

           OPEN INPUT ARQ-PARAMETRO.

           IF FS-PARAMETRO-OK
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-CLIENTE TO WRK-CLIENTE-PEDIDO
                       MOVE PRM-MES     TO WRK-MES-PEDIDO
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

           IF WRK-MES-PEDIDO = SPACES
               GO TO 0120-LER-PARAMETRO-FIM
           END-IF.

           IF WRK-MES-PEDIDO IS NOT NUMERIC
               DISPLAY "MES INVALIDO NO TAXHPARM - INFORME AAAAMM"
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0120-LER-PARAMETRO-FIM
           END-IF.

           MOVE WRK-MES-PEDIDO TO WRK-MES-PEDIDO-NUM.
           COMPUTE WRK-INICIO-MES = WRK-MES-PEDIDO-NUM * 100 + 1.
           COMPUTE WRK-FIM-MES    = WRK-MES-PEDIDO-NUM * 100 + 31.

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

           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-VAL.
           PERFORM 0290-EDITAR-DATA.

           MOVE SPACES TO REG-RELATORIO.
           STRING "HISTORICO DE TAXAS POR CLIENTE - PRGCOB27"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           IF WRK-CLIENTE-PEDIDO = SPACES
               STRING "DATA DE NEGOCIO: " WRK-DATA-VAL-ED
                      "  CLIENTE: TODOS"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING "DATA DE NEGOCIO: " WRK-DATA-VAL-ED
                      "  CLIENTE: " WRK-CLIENTE-PEDIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           IF WRK-MES-PEDIDO-NUM NOT = ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING "(*) TAXA EM VIGOR EM ALGUM DIA DO MES "
                      WRK-MES-PEDIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "CLI.  VIGENCIA DE VIGENCIA ATE  FATOR(%)"
                  "  INCLUSAO    SITUACAO"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0140-GRAVAR-CABECALHO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== LEITURA ANTECIPADA: O REGISTRO LIDO E A VIGENCIA SEGUINTE
      *== DA QUE ESTA EM IMPRESSAO; COM CLIENTE PEDIDO, A LEITURA
      *== PARA NO PRIMEIRO REGISTRO DE OUTRO CLIENTE
      *-----------------------------------------------------------------
       0160-LER-TAXA                         SECTION.

           READ ARQ-TAXAS NEXT
               AT END
                   SET FIM-PROCESSAMENTO TO TRUE
                   GO TO 0160-LER-TAXA-FIM
           END-READ.

           IF NOT FS-TAXAS-OK
               DISPLAY "ERRO DE LEITURA EM TAXAS - FS="
                       WRK-FS-TAXAS
               SET FIM-PROCESSAMENTO TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 0160-LER-TAXA-FIM
           END-IF.

           IF WRK-CLIENTE-PEDIDO NOT = SPACES
               AND TAX-CLIENTE NOT = WRK-CLIENTE-PEDIDO
               SET FIM-PROCESSAMENTO TO TRUE
           END-IF.

       0160-LER-TAXA-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR-TAXA                   SECTION.

           MOVE TAX-CLIENTE       TO WRK-ATU-CLIENTE.
           MOVE TAX-DATA-VIGENCIA TO WRK-ATU-VIGENCIA.
           MOVE TAX-DATA-INCLUSAO TO WRK-ATU-INCLUSAO.

           IF TAX-FATOR IS NUMERIC
               MOVE TAX-FATOR TO WRK-ATU-FATOR
           ELSE
               MOVE ZEROS     TO WRK-ATU-FATOR
           END-IF.

           PERFORM 0160-LER-TAXA.

           MOVE "N"   TO WRK-SW-PROXIMA.
           MOVE ZEROS TO WRK-PROX-VIGENCIA.

           IF NOT FIM-PROCESSAMENTO
               AND TAX-CLIENTE = WRK-ATU-CLIENTE
               SET HA-PROXIMA-VIGENCIA TO TRUE
               MOVE TAX-DATA-VIGENCIA TO WRK-PROX-VIGENCIA
           END-IF.

           IF WRK-ATU-CLIENTE NOT = WRK-CLIENTE-ANT
               ADD 1 TO WRK-CONT-CLIENTES
               MOVE WRK-ATU-CLIENTE TO WRK-CLIENTE-ANT
           END-IF.

           ADD 1 TO WRK-CONT-TAXAS.

           PERFORM 0210-CLASSIFICAR-VIGENCIA.
           PERFORM 0220-GRAVAR-LINHA-TAXA.

       0200-PROCESSAR-TAXA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== FUTURA: AINDA NAO COMECOU; ENCERRADA: A SEGUINTE JA
      *== COMECOU; EM VIGOR: AS DEMAIS. NO MES PEDIDO, VALEU A TAXA
      *== QUE COMECOU ATE O FIM DO MES E CUJA SEGUINTE (SE HOUVER)
      *== SO COMECOU DEPOIS DO DIA 1
      *-----------------------------------------------------------------
       0210-CLASSIFICAR-VIGENCIA             SECTION.

           EVALUATE TRUE
               WHEN WRK-ATU-VIGENCIA > WRK-DATA-NEGOCIO
                   MOVE "FUTURA"    TO WRK-SITUACAO
                   ADD 1 TO WRK-CONT-FUTURAS
               WHEN HA-PROXIMA-VIGENCIA
                   AND WRK-PROX-VIGENCIA NOT > WRK-DATA-NEGOCIO
                   MOVE "ENCERRADA" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "EM VIGOR"  TO WRK-SITUACAO
                   ADD 1 TO WRK-CONT-VIGOR
           END-EVALUATE.

           MOVE SPACES TO WRK-MARCA-MES.

           IF WRK-MES-PEDIDO-NUM = ZEROS
               GO TO 0210-CLASSIFICAR-VIGENCIA-FIM
           END-IF.

           IF WRK-ATU-VIGENCIA NOT > WRK-FIM-MES
               IF NOT HA-PROXIMA-VIGENCIA
                   OR WRK-PROX-VIGENCIA > WRK-INICIO-MES
                   MOVE "*" TO WRK-MARCA-MES
                   ADD 1 TO WRK-CONT-MES
               END-IF
           END-IF.

       0210-CLASSIFICAR-VIGENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-GRAVAR-LINHA-TAXA                SECTION.

           IF WRK-ATU-VIGENCIA = ZEROS
               MOVE "INICIAL" TO WRK-VIG-DE-ED
           ELSE
               MOVE WRK-ATU-VIGENCIA TO WRK-DATA-VAL
               PERFORM 0290-EDITAR-DATA
               MOVE WRK-DATA-VAL-ED TO WRK-VIG-DE-ED
           END-IF.

           IF HA-PROXIMA-VIGENCIA
               MOVE WRK-PROX-VIGENCIA TO WRK-DATA-VAL
               PERFORM 0250-CALCULAR-VESPERA
               PERFORM 0290-EDITAR-DATA
               MOVE WRK-DATA-VAL-ED TO WRK-VIG-ATE-ED
           ELSE
               MOVE "EM ABERTO" TO WRK-VIG-ATE-ED
           END-IF.

           IF WRK-ATU-INCLUSAO IS NUMERIC
               AND WRK-ATU-INCLUSAO NOT = ZEROS
               MOVE WRK-ATU-INCLUSAO TO WRK-DATA-VAL
               PERFORM 0290-EDITAR-DATA
               MOVE WRK-DATA-VAL-ED TO WRK-INCLUSAO-ED
           ELSE
               MOVE SPACES TO WRK-INCLUSAO-ED
           END-IF.

           MOVE WRK-ATU-FATOR TO WRK-FATOR-ED.

           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-ATU-CLIENTE "  " WRK-VIG-DE-ED
                  "  " WRK-VIG-ATE-ED "  " WRK-FATOR-ED
                  "  " WRK-INCLUSAO-ED "  " WRK-SITUACAO
                  " " WRK-MARCA-MES
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0220-GRAVAR-LINHA-TAXA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== VESPERA DA DATA AAAAMMDD EM WRK-DATA-VAL: VOLTA UM DIA,
      *== PASSANDO PARA O ULTIMO DIA DO MES (OU DO ANO) ANTERIOR,
      *== COM 29/02 EM ANO BISSEXTO
      *-----------------------------------------------------------------
       0250-CALCULAR-VESPERA                 SECTION.

           IF WRK-DVA-DIA > 1
               SUBTRACT 1 FROM WRK-DVA-DIA
               GO TO 0250-CALCULAR-VESPERA-FIM
           END-IF.

           IF WRK-DVA-MES > 1
               SUBTRACT 1 FROM WRK-DVA-MES
           ELSE
               SUBTRACT 1 FROM WRK-DVA-ANO
               MOVE 12 TO WRK-DVA-MES
           END-IF.

           MOVE WRK-TAB-DIAS-MES (WRK-DVA-MES) TO WRK-DVA-DIA.

           IF WRK-DVA-MES = 2
               DIVIDE WRK-DVA-ANO BY 4   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-DVA-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-DVA-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 = ZEROS
                   AND (WRK-RESTO-100 NOT = ZEROS
                        OR WRK-RESTO-400 = ZEROS)
                   MOVE 29 TO WRK-DVA-DIA
               END-IF
           END-IF.

       0250-CALCULAR-VESPERA-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-EDITAR-DATA                      SECTION.

           MOVE SPACES TO WRK-DATA-VAL-ED.
           STRING WRK-DVA-DIA "/" WRK-DVA-MES "/" WRK-DVA-ANO
               DELIMITED BY SIZE INTO WRK-DATA-VAL-ED.

       0290-EDITAR-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0300-FINALIZAR-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-CLIENTES TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES LISTADOS.......: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-TAXAS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VIGENCIAS LISTADAS......: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-VIGOR TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EM VIGOR NA DATA........: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-FUTURAS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FUTURAS.................: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           IF WRK-MES-PEDIDO-NUM NOT = ZEROS
               MOVE WRK-CONT-MES TO WRK-CONT-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "VALERAM NO MES " WRK-MES-PEDIDO
                      "....: " WRK-CONT-ED
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

           CLOSE ARQ-TAXAS.
           CLOSE ARQ-RELATORIO.

           DISPLAY "PRGCOB27 - HISTORICO DE TAXAS EMITIDO - "
                   "VIGENCIAS: " WRK-CONT-TAXAS.

       0300-FINALIZAR-FIM. EXIT.
