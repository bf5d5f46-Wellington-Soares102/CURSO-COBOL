       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB26.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO DAS TAXAS POR CLIENTE (TAXIDX)
      *==               COM DATA DE VIGENCIA, VIA CONSOLE. TAXA
      *==               NOVA E SEMPRE UMA VIGENCIA NOVA: A TAXA
      *==               ANTERIOR NUNCA E REGRAVADA E CONTINUA NO
      *==               HISTORICO (RELATORIO PELO PRGCOB27). A
      *==               VIGENCIA COMECA DEPOIS DA DATA DE NEGOCIO
      *==               (NA PRIMEIRA TAXA DO CLIENTE PODE SER A
      *==               PROPRIA DATA); SO A VIGENCIA AINDA FUTURA
      *==               PODE SER EXCLUIDA, POIS NENHUM CALCULO A
      *==               USOU
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

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-TAXAS     PIC X(02)  VALUE "00".
           88 FS-TAXAS-OK           VALUE "00".
           88 FS-TAXAS-NAOACHOU     VALUE "23".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-SW-TAXAS     PIC X(01)  VALUE "N".
           88 TAXAS-DISPONIVEIS     VALUE "S".

       77 WRK-SW-FIM-MANUT PIC X(01)  VALUE "N".
           88 FIM-MANUTENCAO        VALUE "S".

       77 WRK-SW-FIM-TAXA  PIC X(01)  VALUE "N".
           88 FIM-TAXAS-CLIENTE     VALUE "S".

       77 WRK-SW-DATA-OK   PIC X(01)  VALUE "N".
           88 DATA-VALIDA           VALUE "S".

       77 WRK-OPCAO        PIC X(01)  VALUE SPACES.
           88 OPCAO-INCLUIR         VALUE "I".
           88 OPCAO-EXCLUIR         VALUE "E".
           88 OPCAO-CONSULTAR       VALUE "C".
           88 OPCAO-ENCERRAR        VALUE "X".

       77 WRK-CODIGO       PIC X(04)  VALUE SPACES.
       77 WRK-VIGENCIA     PIC X(08)  VALUE SPACES.
       77 WRK-FATOR        PIC X(05)  VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)  VALUE SPACES.
           88 ALTERACAO-CONFIRMADA  VALUE "S".

      *== HISTORICO DO CLIENTE EM CONSULTA: QUANTIDADE DE
      *== VIGENCIAS, ULTIMA VIGENCIA E A QUE ESTA EM VIGOR NA DATA
      *== DE NEGOCIO
       77 WRK-QTD-VIGENCIAS PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULTIMA-VIGENCIA PIC 9(08)    VALUE ZEROS.
       77 WRK-VIGENCIA-ATUAL  PIC 9(08)    VALUE ZEROS.
       77 WRK-FATOR-ATUAL     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SW-LISTAR    PIC X(01)  VALUE "N".
           88 LISTAR-HISTORICO      VALUE "S".

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

      *== DATA AAAAMMDD EM VALIDACAO OU EM EDICAO DD/MM/AAAA
       01 WRK-DATA-VAL      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VAL-R REDEFINES WRK-DATA-VAL.
           05 WRK-DVA-ANO          PIC 9(04).
           05 WRK-DVA-MES          PIC 9(02).
           05 WRK-DVA-DIA          PIC 9(02).
       77 WRK-DATA-VAL-ED   PIC X(10) VALUE SPACES.
       77 WRK-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.
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

       01 WRK-FATOR-NUM     PIC 9(03)V99 VALUE ZEROS.
       01 WRK-FATOR-NUM-R REDEFINES WRK-FATOR-NUM
                            PIC X(05).
       77 WRK-FATOR-ED      PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED        PIC ZZZ9   VALUE ZEROS.

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

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0110-LER-DATA-NEGOCIO.

           OPEN I-O ARQ-TAXAS.

           IF FS-TAXAS-OK
               SET TAXAS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR TAXAS POR CLIENTE - FS="
                       WRK-FS-TAXAS
               SET FIM-MANUTENCAO TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A VIGENCIA E JULGADA PELA DATA DE NEGOCIO DO DATFILE
      *== (ABERTA OU A ULTIMA FECHADA); SEM ELE VALE A DATA DO
      *== SISTEMA, COM AVISO
      *-----------------------------------------------------------------
       0110-LER-DATA-NEGOCIO                 SECTION.

           MOVE ZEROS TO WRK-DATA-NEGOCIO.

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

           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-VAL.
           PERFORM 0290-EDITAR-DATA.
           DISPLAY "DATA DE NEGOCIO P/ VIGENCIA: " WRK-DATA-VAL-ED.

       0110-LER-DATA-NEGOCIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ATENDER-OPERADOR                 SECTION.

           DISPLAY "=========================================".
           DISPLAY "  MANUTENCAO DE TAXAS POR CLIENTE".
           DISPLAY "  (I)NCLUIR NOVA VIGENCIA".
           DISPLAY "  (E)XCLUIR VIGENCIA FUTURA".
           DISPLAY "  (C)ONSULTAR HISTORICO   (X) ENCERRAR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO:".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-VIGENCIA
               WHEN OPCAO-EXCLUIR
                   PERFORM 0220-EXCLUIR-VIGENCIA
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTAR-HISTORICO
               WHEN OPCAO-ENCERRAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I,E,C OU X"
           END-EVALUATE.

       0200-ATENDER-OPERADOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A VIGENCIA NOVA TEM DE SER POSTERIOR A DATA DE NEGOCIO,
      *== PARA NAO MUDAR O FATOR DE CALCULO JA FEITO; SO A PRIMEIRA
      *== TAXA DO CLIENTE PODE VALER A PARTIR DA PROPRIA DATA
      *-----------------------------------------------------------------
       0210-INCLUIR-VIGENCIA                 SECTION.

           PERFORM 0250-CAPTURAR-CODIGO.

           IF WRK-CODIGO = SPACES
               GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-IF.

           MOVE "N" TO WRK-SW-LISTAR.
           PERFORM 0240-PERCORRER-HISTORICO.

           PERFORM 0260-CAPTURAR-VIGENCIA.

           IF NOT DATA-VALIDA
               GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-IF.

           IF WRK-QTD-VIGENCIAS = ZEROS
               IF WRK-DATA-VAL < WRK-DATA-NEGOCIO
                   DISPLAY "VIGENCIA ANTERIOR A DATA DE NEGOCIO"
                           " - INCLUSAO RECUSADA"
                   GO TO 0210-INCLUIR-VIGENCIA-FIM
               END-IF
           ELSE
               IF WRK-DATA-VAL NOT > WRK-DATA-NEGOCIO
                   DISPLAY "VIGENCIA DEVE SER POSTERIOR A DATA DE"
                           " NEGOCIO - INCLUSAO RECUSADA"
                   GO TO 0210-INCLUIR-VIGENCIA-FIM
               END-IF
           END-IF.

           PERFORM 0270-CAPTURAR-FATOR.

           IF WRK-FATOR-NUM = ZEROS
               GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-IF.

           MOVE WRK-FATOR-NUM TO WRK-FATOR-ED.
           PERFORM 0290-EDITAR-DATA.
           DISPLAY "CONFIRMA FATOR " WRK-FATOR-ED "% P/ O CLIENTE "
                   WRK-CODIGO " A PARTIR DE " WRK-DATA-VAL-ED
                   " (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-IF.

           MOVE SPACES           TO REG-TAXA.
           MOVE WRK-CODIGO       TO TAX-CLIENTE.
           MOVE WRK-DATA-VAL     TO TAX-DATA-VIGENCIA.
           MOVE WRK-FATOR-NUM    TO TAX-FATOR.
           MOVE WRK-DATA-SISTEMA TO TAX-DATA-INCLUSAO.

           WRITE REG-TAXA
               INVALID KEY
                   DISPLAY "JA EXISTE TAXA DO CLIENTE " WRK-CODIGO
                           " COM ESTA VIGENCIA"
                   GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-WRITE.

           IF NOT FS-TAXAS-OK
               DISPLAY "ERRO AO INCLUIR TAXA - FS=" WRK-FS-TAXAS
               MOVE 12 TO RETURN-CODE
               GO TO 0210-INCLUIR-VIGENCIA-FIM
           END-IF.

           DISPLAY "VIGENCIA INCLUIDA - A TAXA ANTERIOR FICA NO"
                   " HISTORICO".

       0210-INCLUIR-VIGENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SO A VIGENCIA QUE AINDA NAO COMECOU PODE SER EXCLUIDA
      *== (CORRECAO DE DIGITACAO); A QUE JA VALEU E HISTORICO
      *-----------------------------------------------------------------
       0220-EXCLUIR-VIGENCIA                 SECTION.

           PERFORM 0250-CAPTURAR-CODIGO.

           IF WRK-CODIGO = SPACES
               GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-IF.

           PERFORM 0260-CAPTURAR-VIGENCIA.

           IF NOT DATA-VALIDA
               GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-IF.

           IF WRK-DATA-VAL NOT > WRK-DATA-NEGOCIO
               DISPLAY "VIGENCIA JA INICIADA FAZ PARTE DO HISTORICO"
                       " - EXCLUSAO RECUSADA"
               GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-IF.

           MOVE WRK-CODIGO   TO TAX-CLIENTE.
           MOVE WRK-DATA-VAL TO TAX-DATA-VIGENCIA.

           READ ARQ-TAXAS
               INVALID KEY
                   DISPLAY "TAXA DO CLIENTE " WRK-CODIGO
                           " COM ESTA VIGENCIA NAO CADASTRADA"
                   GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-READ.

           MOVE TAX-FATOR TO WRK-FATOR-ED.
           PERFORM 0290-EDITAR-DATA.
           DISPLAY "CONFIRMA EXCLUSAO DO FATOR " WRK-FATOR-ED
                   "% DE " WRK-DATA-VAL-ED " (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT ALTERACAO-CONFIRMADA
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-IF.

           DELETE ARQ-TAXAS
               INVALID KEY
                   CONTINUE
           END-DELETE.

           IF NOT FS-TAXAS-OK
               DISPLAY "ERRO AO EXCLUIR TAXA - FS=" WRK-FS-TAXAS
               MOVE 12 TO RETURN-CODE
               GO TO 0220-EXCLUIR-VIGENCIA-FIM
           END-IF.

           DISPLAY "VIGENCIA FUTURA EXCLUIDA".

       0220-EXCLUIR-VIGENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-CONSULTAR-HISTORICO              SECTION.

           PERFORM 0250-CAPTURAR-CODIGO.

           IF WRK-CODIGO = SPACES
               GO TO 0230-CONSULTAR-HISTORICO-FIM
           END-IF.

           DISPLAY "-----------------------------------------".
           DISPLAY "CLIENTE " WRK-CODIGO
                   " - VIGENCIA   FATOR(%)  INCLUSAO".

           SET LISTAR-HISTORICO TO TRUE.
           PERFORM 0240-PERCORRER-HISTORICO.

           IF WRK-QTD-VIGENCIAS = ZEROS
               DISPLAY "CLIENTE " WRK-CODIGO " SEM TAXA CADASTRADA"
           ELSE
               IF WRK-VIGENCIA-ATUAL = 99999999
                   DISPLAY "NENHUMA VIGENCIA INICIADA ATE A DATA"
                           " DE NEGOCIO"
               ELSE
                   MOVE WRK-FATOR-ATUAL TO WRK-FATOR-ED
                   DISPLAY "FATOR EM VIGOR NA DATA DE NEGOCIO: "
                           WRK-FATOR-ED "%"
               END-IF
           END-IF.

           DISPLAY "-----------------------------------------".

       0230-CONSULTAR-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== PERCORRE AS VIGENCIAS DO CLIENTE EM ORDEM DE DATA,
      *== CONTANDO-AS E GUARDANDO A EM VIGOR NA DATA DE NEGOCIO
      *== (99999999 QUANDO TODAS SAO FUTURAS); COM LISTAR-HISTORICO
      *== CADA UMA E EXIBIDA
      *-----------------------------------------------------------------
       0240-PERCORRER-HISTORICO              SECTION.

           MOVE ZEROS    TO WRK-QTD-VIGENCIAS.
           MOVE ZEROS    TO WRK-ULTIMA-VIGENCIA.
           MOVE 99999999 TO WRK-VIGENCIA-ATUAL.
           MOVE ZEROS    TO WRK-FATOR-ATUAL.

           MOVE WRK-CODIGO TO TAX-CLIENTE.
           MOVE ZEROS      TO TAX-DATA-VIGENCIA.

           START ARQ-TAXAS KEY IS NOT LESS THAN TAX-CHAVE
               INVALID KEY
                   GO TO 0240-PERCORRER-HISTORICO-FIM
           END-START.

           MOVE "N" TO WRK-SW-FIM-TAXA.
           PERFORM 0245-LER-VIGENCIA
               UNTIL FIM-TAXAS-CLIENTE.

       0240-PERCORRER-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-LER-VIGENCIA                     SECTION.

           READ ARQ-TAXAS NEXT
               AT END
                   SET FIM-TAXAS-CLIENTE TO TRUE
                   GO TO 0245-LER-VIGENCIA-FIM
           END-READ.

           IF TAX-CLIENTE NOT = WRK-CODIGO
               SET FIM-TAXAS-CLIENTE TO TRUE
               GO TO 0245-LER-VIGENCIA-FIM
           END-IF.

           ADD 1 TO WRK-QTD-VIGENCIAS.
           MOVE TAX-DATA-VIGENCIA TO WRK-ULTIMA-VIGENCIA.

           IF TAX-DATA-VIGENCIA NOT > WRK-DATA-NEGOCIO
               MOVE TAX-DATA-VIGENCIA TO WRK-VIGENCIA-ATUAL
               IF TAX-FATOR IS NUMERIC
                   MOVE TAX-FATOR TO WRK-FATOR-ATUAL
               ELSE
                   MOVE ZEROS     TO WRK-FATOR-ATUAL
               END-IF
           END-IF.

           IF NOT LISTAR-HISTORICO
               GO TO 0245-LER-VIGENCIA-FIM
           END-IF.

           IF TAX-FATOR IS NUMERIC
               MOVE TAX-FATOR TO WRK-FATOR-ED
           ELSE
               MOVE ZEROS     TO WRK-FATOR-ED
           END-IF.

           IF TAX-DATA-VIGENCIA = ZEROS
               MOVE "INICIAL" TO WRK-DATA-VAL-ED
           ELSE
               MOVE TAX-DATA-VIGENCIA TO WRK-DATA-VAL
               PERFORM 0290-EDITAR-DATA
           END-IF.

           IF TAX-DATA-VIGENCIA > WRK-DATA-NEGOCIO
               DISPLAY "          " WRK-DATA-VAL-ED " " WRK-FATOR-ED
                       "    " TAX-DATA-INCLUSAO "  FUTURA"
           ELSE
               DISPLAY "          " WRK-DATA-VAL-ED " " WRK-FATOR-ED
                       "    " TAX-DATA-INCLUSAO
           END-IF.

       0245-LER-VIGENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-CAPTURAR-CODIGO                  SECTION.

           MOVE SPACES TO WRK-CODIGO.
           DISPLAY "DIGITE O CODIGO DO CLIENTE (4 POSICOES)".
           DISPLAY "OU BRANCO PARA VOLTAR AO MENU:".
           ACCEPT WRK-CODIGO.

       0250-CAPTURAR-CODIGO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-CAPTURAR-VIGENCIA                SECTION.

           MOVE "N"    TO WRK-SW-DATA-OK.
           MOVE SPACES TO WRK-VIGENCIA.
           DISPLAY "DIGITE O INICIO DA VIGENCIA (AAAAMMDD):".
           ACCEPT WRK-VIGENCIA.

           IF WRK-VIGENCIA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - INFORME AAAAMMDD"
               GO TO 0260-CAPTURAR-VIGENCIA-FIM
           END-IF.

           MOVE WRK-VIGENCIA TO WRK-DATA-VAL.
           PERFORM 0280-VALIDAR-DATA.

           IF NOT DATA-VALIDA
               DISPLAY "DATA INVALIDA - INFORME AAAAMMDD"
           END-IF.

       0260-CAPTURAR-VIGENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== FATOR EM PERCENTUAL COM 3 INTEIROS E 2 DECIMAIS SEM
      *== VIRGULA (10000 = 100,00%); ZEROS ABANDONA A INCLUSAO
      *-----------------------------------------------------------------
       0270-CAPTURAR-FATOR                   SECTION.

           MOVE ZEROS  TO WRK-FATOR-NUM.
           MOVE SPACES TO WRK-FATOR.
           DISPLAY "DIGITE O FATOR EM PERCENTUAL (5 DIGITOS,".
           DISPLAY "SEM VIRGULA - 10000 = 100,00%):".
           ACCEPT WRK-FATOR.

           IF WRK-FATOR IS NOT NUMERIC
               DISPLAY "FATOR INVALIDO - INFORME 5 DIGITOS"
               GO TO 0270-CAPTURAR-FATOR-FIM
           END-IF.

           MOVE WRK-FATOR TO WRK-FATOR-NUM-R.

           IF WRK-FATOR-NUM = ZEROS
               DISPLAY "FATOR ZERADO NAO E ACEITO"
           END-IF.

       0270-CAPTURAR-FATOR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DATA AAAAMMDD EM WRK-DATA-VAL: MES 01-12 E DIA ATE O FIM
      *== DO MES, COM 29/02 SO EM ANO BISSEXTO
      *-----------------------------------------------------------------
       0280-VALIDAR-DATA                     SECTION.

           MOVE "N" TO WRK-SW-DATA-OK.

           IF WRK-DVA-ANO < 1900
               OR WRK-DVA-MES < 1 OR WRK-DVA-MES > 12
               OR WRK-DVA-DIA < 1
               GO TO 0280-VALIDAR-DATA-FIM
           END-IF.

           MOVE WRK-TAB-DIAS-MES (WRK-DVA-MES) TO WRK-ULTIMO-DIA.

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
                   MOVE 29 TO WRK-ULTIMO-DIA
               END-IF
           END-IF.

           IF WRK-DVA-DIA NOT > WRK-ULTIMO-DIA
               SET DATA-VALIDA TO TRUE
           END-IF.

       0280-VALIDAR-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-EDITAR-DATA                      SECTION.

           MOVE SPACES TO WRK-DATA-VAL-ED.
           STRING WRK-DVA-DIA "/" WRK-DVA-MES "/" WRK-DVA-ANO
               DELIMITED BY SIZE INTO WRK-DATA-VAL-ED.

       0290-EDITAR-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF TAXAS-DISPONIVEIS
               CLOSE ARQ-TAXAS
           END-IF.

           DISPLAY "PRGCOB26 - MANUTENCAO DE TAXAS ENCERRADA".

       0300-FINALIZAR-FIM. EXIT.
