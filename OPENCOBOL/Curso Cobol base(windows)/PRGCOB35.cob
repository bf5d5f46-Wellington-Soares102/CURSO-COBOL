       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB35.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : EXTRATO CONTABIL DO DIA (CTBFILE) A PARTIR DO
      *==               MESTRE DE RESULTADOS (RESFILE). CADA CALCULO
      *==               DA DATA DE NEGOCIO GERA UM DEBITO E UM
      *==               CREDITO DO MESMO VALOR NAS CONTAS DO
      *==               MAPEAMENTO CONTABIL (CTBMAP), POR OPERACAO
      *==               E CLIENTE. A CONTRAPARTIDA DE ESTORNO
      *==               (PRGCOB18) LANCA NO LADO OPOSTO AO DO
      *==               ORIGINAL E O CALCULO COM ERRO FICA DE FORA.
      *==               O TRAILER FECHA COM OS TOTAIS CONCILIADOS
      *==               PELO PRGCOB14 NO DIA (CONIDX, SOMA DE TODAS
      *==               AS EXECUCOES DO PRGCOB11 DA DATA). OPERACAO
      *==               OU CLIENTE SEM CONTA, TOTAIS DIVERGENTES OU
      *==               CONCILIACAO NAO ENCERRADA BLOQUEIAM O
      *==               EXTRATO (RC=12), COM O MOTIVO NO CTBREL
      *== DATA        : 25/11/2024
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

           SELECT ARQ-MAPA      ASSIGN TO "CTBMAP"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-MAPA.

           SELECT ARQ-CHECKPOINT ASSIGN TO "CKPFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-CHECKPOINT.

           SELECT OPTIONAL ARQ-CTL-CONCIL ASSIGN TO "CONIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CON-CHAVE
                                 FILE STATUS IS WRK-FS-CTL-CONCIL.

           SELECT OPTIONAL ARQ-CONTROLE ASSIGN TO "RUNFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-CONTROLE.

           SELECT OPTIONAL ARQ-DATA-NEG ASSIGN TO "DATFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT ARQ-CONTABIL  ASSIGN TO "CTBFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-CONTABIL.

           SELECT ARQ-RELATORIO ASSIGN TO "CTBREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE RESULTADOS (VER PRGCOB11). AS CONTRAPARTIDAS
      *== DE ESTORNO ("C", SEQUENCIA 900001 EM DIANTE) TRAZEM O
      *== RESULTADO DO ORIGINAL COM O SINAL INVERTIDO
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
           05 RES-QTD-REENVIO                 PIC 9(02).
           05 RES-DATA-REENVIO                PIC 9(08).

      *== MAPEAMENTO CONTABIL - OPERACAO (A/S/M/D), CLIENTE E AS
      *== CONTAS DE DEBITO E DE CREDITO DO CALCULO DE RESULTADO
      *== POSITIVO. CLIENTE "****" VALE PARA OS CLIENTES DA
      *== OPERACAO SEM LINHA PROPRIA
       FD  ARQ-MAPA
           LABEL RECORDS ARE STANDARD.
       01  REG-MAPA.
           05 MAP-OPERACAO                    PIC X(01).
               88 MAP-OPERACAO-VALIDA           VALUES "A" "S"
                                                       "M" "D".
           05 FILLER                          PIC X(01).
           05 MAP-CLIENTE                     PIC X(04).
           05 FILLER                          PIC X(01).
           05 MAP-CONTA-DEB                   PIC X(10).
           05 FILLER                          PIC X(01).
           05 MAP-CONTA-CRE                   PIC X(10).

      *== CHECKPOINT DO PRGCOB11 (VER PRGCOB14), LIDO SO PARA
      *== SABER SE HA RETOMADA PENDENTE NA ULTIMA EXECUCAO
       FD  ARQ-CHECKPOINT
           LABEL RECORDS ARE STANDARD.
       01  REG-CHECKPOINT.
           05 CKP-ULTIMO-REG                  PIC 9(08).
           05 CKP-CONT-PROCESS                PIC 9(08).
           05 CKP-CONT-ERROS                  PIC 9(08).
           05 CKP-SOMA-RESULT                 PIC S9(10)V99.
           05 CKP-CONT-DET                    PIC 9(08).
           05 CKP-HASH-OPER                   PIC S9(10)V99.
           05 CKP-CONT-SEMTX                  PIC 9(08).
           05 CKP-LOTE-ID                     PIC X(06).
           05 CKP-LOT-PROCESS                 PIC 9(08).
           05 CKP-LOT-ERROS                   PIC 9(08).
           05 CKP-LOT-SOMA                    PIC S9(10)V99.
           05 CKP-LOT-DET                     PIC 9(08).
           05 CKP-LOT-HASH                    PIC S9(10)V99.
           05 CKP-LOT-SEMTX                   PIC 9(08).
      *== ULTIMA SEQUENCIA DO MESTRE ANTES DESTA EXECUCAO, PARA A
      *== RETOMADA CONTINUAR A NUMERACAO DE ONDE PAROU
           05 CKP-SEQ-BASE                    PIC 9(06).

      *== TOTAIS CONCILIADOS DO DIA (VER PRGCOB14) - UM REGISTRO
      *== POR EXECUCAO DO PRGCOB11 CONCILIADA SEM DIVERGENCIA
       FD  ARQ-CTL-CONCIL
           LABEL RECORDS ARE STANDARD.
       01  REG-CTL-CONCIL.
           05 CON-CHAVE.
               10 CON-DATA-PROC               PIC 9(08).
               10 CON-SEQ-BASE                PIC 9(06).
           05 CON-CONT-PROCESS                PIC 9(08).
           05 CON-CONT-ERROS                  PIC 9(08).
           05 CON-SOMA-RESULT                 PIC S9(10)V99.

      *== CONTROLE DE EXECUCAO DA ESTEIRA (PRGCOB21)
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROLE.
           05 RUN-DATA                        PIC 9(08).
           05 FILLER                          PIC X(01).
           05 RUN-PASSO                       PIC X(08).
           05 FILLER                          PIC X(01).
           05 RUN-SITUACAO                    PIC X(01).
           05 FILLER                          PIC X(01).
           05 RUN-RC                          PIC 9(02).
           05 FILLER                          PIC X(01).
           05 RUN-HORA-INI                    PIC X(08).
           05 FILLER                          PIC X(01).
           05 RUN-HORA-FIM                    PIC X(08).

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO                PIC 9(08).
           05 FILLER                          PIC X(01).
           05 DAT-SITUACAO                    PIC X(01).
               88 DAT-DIA-ABERTO                VALUE "A".

      *== EXTRATO CONTABIL - CAMPOS SEPARADOS POR ";" COM
      *== NUMERICOS SEM EDICAO, COMO NO INTFILE. "H;" = DATA DE
      *== NEGOCIO E DATA/HORA DA GERACAO; "D;" = LANCAMENTO
      *== (CHAVE DO MESTRE, CLIENTE, OPERACAO, TIPO "N" CALCULO
      *== OU "E" ESTORNO, LADO "D"/"C", CONTA E VALOR); "T;" =
      *== CALCULOS DO DIA (IGUAIS AOS CONCILIADOS), SOMA DOS
      *== RESULTADOS, ERROS EXCLUIDOS, ESTORNOS E SUA SOMA,
      *== QUANTIDADE DE LANCAMENTOS E TOTAIS DE DEBITO E CREDITO
       FD  ARQ-CONTABIL
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTABIL                       PIC X(100).

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                      PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-MESTRE    PIC X(02)  VALUE "00".
           88 FS-MESTRE-OK          VALUE "00".

       77 WRK-FS-MAPA      PIC X(02)  VALUE "00".
           88 FS-MAPA-OK            VALUE "00".
           88 FS-MAPA-FIM           VALUE "10".

       77 WRK-FS-CHECKPOINT PIC X(02) VALUE "00".
           88 FS-CHECKPOINT-OK      VALUE "00".
           88 FS-CHECKPOINT-FIM     VALUE "10".

       77 WRK-FS-CTL-CONCIL PIC X(02) VALUE "00".
           88 FS-CTL-CONCIL-OK      VALUES "00" "05".

       77 WRK-FS-CONTROLE  PIC X(02)  VALUE "00".
           88 FS-CONTROLE-OK        VALUES "00" "05".
           88 FS-CONTROLE-FIM       VALUE "10".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-FS-CONTABIL  PIC X(02)  VALUE "00".
           88 FS-CONTABIL-OK        VALUE "00".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-DATA-NEG  PIC X(01)  VALUE "N".
           88 DATA-NEGOCIO-OK       VALUE "S".

       77 WRK-SW-MESTRE    PIC X(01)  VALUE "N".
           88 MESTRE-ABERTO         VALUE "S".

       77 WRK-SW-CONTABIL  PIC X(01)  VALUE "N".
           88 CONTABIL-ABERTO       VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

       77 WRK-SW-CKP-LIDO  PIC X(01)  VALUE "N".
           88 CHECKPOINT-LIDO       VALUE "S".

       77 WRK-SW-CKP-PEND  PIC X(01)  VALUE "N".
           88 RETOMADA-PENDENTE     VALUE "S".

       77 WRK-SW-BLOQUEIO  PIC X(01)  VALUE "N".
           88 EXTRATO-BLOQUEADO     VALUE "S".

       77 WRK-SW-FIM-CONF  PIC X(01)  VALUE "N".
           88 FIM-CONFERENCIA       VALUE "S".

       77 WRK-SW-FIM-TOT   PIC X(01)  VALUE "N".
           88 FIM-TOTAIS-DIA        VALUE "S".

       77 WRK-SW-FIM-PROC  PIC X(01)  VALUE "N".
           88 FIM-PROCESSAMENTO     VALUE "S".

       77 WRK-SW-ACHOU-MAPA PIC X(01) VALUE "N".
           88 ACHOU-MAPA            VALUE "S".

       77 WRK-SW-ACHOU-SEM PIC X(01)  VALUE "N".
           88 ACHOU-SEM-CONTA       VALUE "S".

       77 WRK-MOTIVO       PIC X(40)  VALUE SPACES.

      *== PASSO PRGCOB14 DO DIA NO RUNFILE (ULTIMO REGISTRO)
       77 WRK-SW-CONCIL    PIC X(01)  VALUE "N".
           88 CONCILIACAO-REGISTRADA VALUE "S".
       77 WRK-SIT-CONCIL   PIC X(01)  VALUE SPACES.
       77 WRK-RC-CONCIL    PIC 9(02)  VALUE ZEROS.

      *== TABELA DO MAPEAMENTO CONTABIL
       77 WRK-MAX-MAPAS    PIC 9(04) COMP VALUE 200.
       77 WRK-QTD-MAPAS    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-MAPA     PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-MAPAS.
           05 WRK-TAB-MAPA OCCURS 200 TIMES.
               10 WRK-TAB-MAP-OPER     PIC X(01).
               10 WRK-TAB-MAP-CLI      PIC X(04).
               10 WRK-TAB-MAP-DEB      PIC X(10).
               10 WRK-TAB-MAP-CRE      PIC X(10).

       77 WRK-OPER-BUSCA   PIC X(01)  VALUE SPACES.
       77 WRK-CLI-BUSCA    PIC X(04)  VALUE SPACES.
       77 WRK-CONTA-DEB    PIC X(10)  VALUE SPACES.
       77 WRK-CONTA-CRE    PIC X(10)  VALUE SPACES.

      *== OPERACAO + CLIENTE SEM CONTA, COM A QUANTIDADE DE
      *== CALCULOS DO DIA QUE FICARAM SEM LANCAMENTO
       77 WRK-MAX-SEM-CONTA PIC 9(04) COMP VALUE 100.
       77 WRK-QTD-SEM-CONTA PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-SEM      PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-SEM-CONTA.
           05 WRK-TAB-SEM OCCURS 100 TIMES.
               10 WRK-TAB-SEM-OPER     PIC X(01).
               10 WRK-TAB-SEM-CLI      PIC X(04).
               10 WRK-TAB-SEM-QTD      PIC 9(08) COMP.

      *== LANCAMENTO EM MONTAGEM
       77 WRK-VALOR-ORIG   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-TIPO-LANC    PIC X(01)  VALUE SPACES.
       77 WRK-LADO-LANC    PIC X(01)  VALUE SPACES.
       77 WRK-CONTA-LANC   PIC X(10)  VALUE SPACES.
       77 WRK-CONTA-TROCA  PIC X(10)  VALUE SPACES.

       01 WRK-VALOR-INT    PIC 9(08)V99   VALUE ZEROS.
       01 WRK-VALOR-INT-R  REDEFINES WRK-VALOR-INT
                           PIC X(10).
       01 WRK-SOMA-INT     PIC S9(10)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
       01 WRK-SOMA-INT-R   REDEFINES WRK-SOMA-INT
                           PIC X(13).
       01 WRK-SOMA-EST-INT PIC S9(10)V99 SIGN LEADING SEPARATE
                                          VALUE ZEROS.
       01 WRK-SOMA-EST-INT-R REDEFINES WRK-SOMA-EST-INT
                           PIC X(13).
       01 WRK-DEBITO-INT   PIC 9(10)V99   VALUE ZEROS.
       01 WRK-DEBITO-INT-R REDEFINES WRK-DEBITO-INT
                           PIC X(12).
       01 WRK-CREDITO-INT  PIC 9(10)V99   VALUE ZEROS.
       01 WRK-CREDITO-INT-R REDEFINES WRK-CREDITO-INT
                           PIC X(12).
       01 WRK-QTD-PROC-INT PIC 9(08)      VALUE ZEROS.
       01 WRK-QTD-ERRO-INT PIC 9(08)      VALUE ZEROS.
       01 WRK-QTD-EST-INT  PIC 9(08)      VALUE ZEROS.
       01 WRK-QTD-LANC-INT PIC 9(08)      VALUE ZEROS.

      *== TOTAIS DO MESTRE NA DATA DE NEGOCIO: CALCULOS DO
      *== PRGCOB11 (COM OS DE ERRO, QUE TEM RESULTADO ZERADO) E
      *== CONTRAPARTIDAS DE ESTORNO
       77 WRK-CONT-LIDOS   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-PROCESS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-SOMA-RESULT  PIC S9(10)V99  VALUE ZEROS.
       77 WRK-CONT-ERROS   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-ESTORNOS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-SOMA-ESTORNOS PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CONT-SEM-CONTA PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LANC    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TOT-DEBITO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-CREDITO  PIC 9(10)V99   VALUE ZEROS.

      *== TOTAIS CONCILIADOS DO DIA - SOMA DAS EXECUCOES
       77 WRK-QTD-EXEC     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CON-CONT-PROC PIC 9(08)     VALUE ZEROS.
       77 WRK-CON-SOMA     PIC S9(10)V99  VALUE ZEROS.

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

       01 WRK-HORA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HSR-HORA         PIC 9(02).
           05 WRK-HSR-MIN          PIC 9(02).
           05 WRK-HSR-SEG          PIC 9(02).
           05 WRK-HSR-CENT         PIC 9(02).
       77 WRK-HORA-ED       PIC X(08) VALUE SPACES.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-SOMA-ED      PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SOMA-ED2     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-CONFERIR-MESTRE
               UNTIL FIM-CONFERENCIA.
           PERFORM 0250-VALIDAR-EXTRATO.
           PERFORM 0260-GERAR-LANCAMENTOS
               UNTIL FIM-PROCESSAMENTO.
           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
      *== O CTBFILE E ESVAZIADO LOGO NO INICIO: EXTRATO BLOQUEADO
      *== NAO DEIXA O DO DIA ANTERIOR PARA A CONTABILIDADE CARREGAR
      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-HSR-HORA ":" WRK-HSR-MIN ":" WRK-HSR-SEG
               DELIMITED BY SIZE INTO WRK-HORA-ED.

           PERFORM 0105-LER-DATA-NEGOCIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF FS-RELATORIO-OK
               SET RELATORIO-ABERTO TO TRUE
           END-IF.

           PERFORM 0130-VERIFICAR-FS-RELATORIO.
           PERFORM 0140-GRAVAR-CABECALHO.

           OPEN OUTPUT ARQ-CONTABIL.

           IF FS-CONTABIL-OK
               SET CONTABIL-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO CRIAR CTBFILE - FS=" WRK-FS-CONTABIL
               MOVE "ERRO AO CRIAR O CTBFILE" TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
           END-IF.

           PERFORM 0110-LER-CONTROLE.
           PERFORM 0120-LER-CHECKPOINT.
           PERFORM 0150-CARREGAR-MAPA.
           PERFORM 0160-LER-TOTAIS-DIA.

           OPEN INPUT ARQ-MESTRE.

           IF FS-MESTRE-OK
               SET MESTRE-ABERTO TO TRUE
               PERFORM 0190-POSICIONAR-MESTRE
           ELSE
               DISPLAY "ERRO AO ABRIR MESTRE DE RESULTADOS - FS="
                       WRK-FS-MESTRE
               MOVE "ERRO AO ABRIR O RESFILE" TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
               SET FIM-CONFERENCIA TO TRUE
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O EXTRATO E DO DIA DE NEGOCIO DO DATFILE (PRGCOB24);
      *== SEM ELE VALE A DATA DO SISTEMA, COM AVISO
      *-----------------------------------------------------------------
       0105-LER-DATA-NEGOCIO                 SECTION.

           OPEN INPUT ARQ-DATA-NEG.

           IF FS-DATA-NEG-OK
               READ ARQ-DATA-NEG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DAT-DATA-NEGOCIO IS NUMERIC
                           AND DAT-DIA-ABERTO
                           MOVE DAT-DATA-NEGOCIO
                             TO WRK-DATA-NEGOCIO
                           MOVE "S" TO WRK-SW-DATA-NEG
                       END-IF
               END-READ
               CLOSE ARQ-DATA-NEG
           END-IF.

           IF NOT DATA-NEGOCIO-OK
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-NEGOCIO
               DISPLAY "DATA DE NEGOCIO INDISPONIVEL - USANDO A"
                       " DATA DO SISTEMA " WRK-DATA-SISTEMA
           END-IF.

       0105-LER-DATA-NEGOCIO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== OS TOTAIS SO VALEM DEPOIS DA CONCILIACAO DO DIA: O
      *== PRGCOB14 ENCERRADO ("F") NO RUNFILE COM RC MENOR QUE 8
      *-----------------------------------------------------------------
       0110-LER-CONTROLE                     SECTION.

           OPEN INPUT ARQ-CONTROLE.

           IF FS-CONTROLE-OK
               PERFORM 0115-LER-REG-CONTROLE
                   UNTIL FS-CONTROLE-FIM
               CLOSE ARQ-CONTROLE
           ELSE
               DISPLAY "ERRO AO ABRIR RUNFILE - FS=" WRK-FS-CONTROLE
           END-IF.

           EVALUATE TRUE
               WHEN NOT CONCILIACAO-REGISTRADA
                   MOVE "PRGCOB14 NAO EXECUTADO NO DIA"
                     TO WRK-MOTIVO
                   PERFORM 0180-BLOQUEAR-EXTRATO
               WHEN WRK-SIT-CONCIL NOT = "F"
                   MOVE "PRGCOB14 AINDA NAO ENCERROU"
                     TO WRK-MOTIVO
                   PERFORM 0180-BLOQUEAR-EXTRATO
               WHEN WRK-RC-CONCIL NOT < 8
                   MOVE "CONCILIACAO DO DIA COM DIVERGENCIA"
                     TO WRK-MOTIVO
                   PERFORM 0180-BLOQUEAR-EXTRATO
           END-EVALUATE.

       0110-LER-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
       0115-LER-REG-CONTROLE                 SECTION.

           READ ARQ-CONTROLE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-DATA IS NUMERIC
                       AND RUN-DATA = WRK-DATA-NEGOCIO
                       AND RUN-PASSO = "PRGCOB14"
                       SET CONCILIACAO-REGISTRADA TO TRUE
                       MOVE RUN-SITUACAO TO WRK-SIT-CONCIL
                       IF RUN-RC IS NUMERIC
                           MOVE RUN-RC TO WRK-RC-CONCIL
                       ELSE
                           MOVE 99 TO WRK-RC-CONCIL
                       END-IF
                   END-IF
           END-READ.

       0115-LER-REG-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== MESMA LEITURA DO PRGCOB14: OS REGISTROS DE SUBTOTAL DE
      *== LOTE SAO IGNORADOS E O ULTIMO DOS DEMAIS E O FINAL. SO
      *== INTERESSA SE A ULTIMA EXECUCAO TEM RETOMADA PENDENTE;
      *== OS TOTAIS DO DIA VEM DO CONIDX (0160)
      *-----------------------------------------------------------------
       0120-LER-CHECKPOINT                   SECTION.

           OPEN INPUT ARQ-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
               DISPLAY "ERRO AO ABRIR CHECKPOINT - FS="
                       WRK-FS-CHECKPOINT
               MOVE "CHECKPOINT FINAL AUSENTE" TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
               GO TO 0120-LER-CHECKPOINT-FIM
           END-IF.

           PERFORM 0125-LER-REG-CHECKPOINT
               UNTIL FS-CHECKPOINT-FIM.

           CLOSE ARQ-CHECKPOINT.

           EVALUATE TRUE
               WHEN NOT CHECKPOINT-LIDO
                   MOVE "CHECKPOINT FINAL AUSENTE" TO WRK-MOTIVO
                   PERFORM 0180-BLOQUEAR-EXTRATO
               WHEN RETOMADA-PENDENTE
                   MOVE "CHECKPOINT COM RETOMADA PENDENTE"
                     TO WRK-MOTIVO
                   PERFORM 0180-BLOQUEAR-EXTRATO
           END-EVALUATE.

       0120-LER-CHECKPOINT-FIM. EXIT.


      *-----------------------------------------------------------------
       0125-LER-REG-CHECKPOINT               SECTION.

           READ ARQ-CHECKPOINT
               AT END
                   CONTINUE
               NOT AT END
                   IF CKP-ULTIMO-REG = ZEROS
                       AND CKP-LOTE-ID NOT = SPACES
                       CONTINUE
                   ELSE
                       SET CHECKPOINT-LIDO TO TRUE
                       IF CKP-ULTIMO-REG > ZEROS
                           MOVE "S" TO WRK-SW-CKP-PEND
                       ELSE
                           MOVE "N" TO WRK-SW-CKP-PEND
                       END-IF
                   END-IF
           END-READ.

       0125-LER-REG-CHECKPOINT-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-VERIFICAR-FS-RELATORIO           SECTION.

           IF NOT FS-RELATORIO-OK
               DISPLAY "ERRO DE E/S NO RELATORIO - FS="
                       WRK-FS-RELATORIO
           END-IF.

       0130-VERIFICAR-FS-RELATORIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0135-VERIFICAR-FS-CONTABIL            SECTION.

           IF NOT FS-CONTABIL-OK
               DISPLAY "ERRO AO GRAVAR CTBFILE - FS=" WRK-FS-CONTABIL
           END-IF.

       0135-VERIFICAR-FS-CONTABIL-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-GRAVAR-CABECALHO                 SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0140-GRAVAR-CABECALHO-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "EXTRATO CONTABIL DO DIA - PRGCOB35"
                  "   DATA DE NEGOCIO: " WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "EXECUTADO EM " WRK-DATA-SISTEMA
                  " AS " WRK-HORA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0140-GRAVAR-CABECALHO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O CTBMAP NENHUM CALCULO TEM CONTA E O EXTRATO FICA
      *== BLOQUEADO; LINHA INVALIDA OU REPETIDA E DESPREZADA COM
      *== AVISO (VALE A PRIMEIRA)
      *-----------------------------------------------------------------
       0150-CARREGAR-MAPA                    SECTION.

           OPEN INPUT ARQ-MAPA.

           IF NOT FS-MAPA-OK
               DISPLAY "ERRO AO ABRIR CTBMAP - FS=" WRK-FS-MAPA
               MOVE "MAPEAMENTO CONTABIL INDISPONIVEL"
                 TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
               GO TO 0150-CARREGAR-MAPA-FIM
           END-IF.

           PERFORM 0155-LER-MAPA
               UNTIL FS-MAPA-FIM
                  OR WRK-QTD-MAPAS >= WRK-MAX-MAPAS.

           IF NOT FS-MAPA-FIM
               DISPLAY "TABELA DE MAPEAMENTO CHEIA - AUMENTAR"
               DISPLAY "WRK-MAX-MAPAS NO PRGCOB35"
               MOVE 16 TO RETURN-CODE
               MOVE "TABELA DE MAPEAMENTO CHEIA" TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
           END-IF.

           CLOSE ARQ-MAPA.

       0150-CARREGAR-MAPA-FIM. EXIT.


      *-----------------------------------------------------------------
       0155-LER-MAPA                         SECTION.

           READ ARQ-MAPA
               AT END
                   GO TO 0155-LER-MAPA-FIM
           END-READ.

           IF NOT MAP-OPERACAO-VALIDA
               OR MAP-CLIENTE   = SPACES
               OR MAP-CONTA-DEB = SPACES
               OR MAP-CONTA-CRE = SPACES
               DISPLAY "MAPEAMENTO INVALIDO DESPREZADO: " REG-MAPA
               GO TO 0155-LER-MAPA-FIM
           END-IF.

           MOVE MAP-CLIENTE TO WRK-CLI-BUSCA.
           MOVE MAP-OPERACAO TO WRK-OPER-BUSCA.
           PERFORM 0222-PROCURAR-MAPA.

           IF ACHOU-MAPA
               DISPLAY "MAPEAMENTO REPETIDO DESPREZADO: " REG-MAPA
               GO TO 0155-LER-MAPA-FIM
           END-IF.

           ADD 1 TO WRK-QTD-MAPAS.
           MOVE MAP-OPERACAO  TO WRK-TAB-MAP-OPER (WRK-QTD-MAPAS).
           MOVE MAP-CLIENTE   TO WRK-TAB-MAP-CLI  (WRK-QTD-MAPAS).
           MOVE MAP-CONTA-DEB TO WRK-TAB-MAP-DEB  (WRK-QTD-MAPAS).
           MOVE MAP-CONTA-CRE TO WRK-TAB-MAP-CRE  (WRK-QTD-MAPAS).

       0155-LER-MAPA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O CKPFILE SO GUARDA A ULTIMA EXECUCAO DO PRGCOB11; O QUE
      *== VALE PARA O DIA E A SOMA DAS EXECUCOES CONCILIADAS QUE O
      *== PRGCOB14 GRAVA NO CONIDX PARA A DATA DE NEGOCIO
      *-----------------------------------------------------------------
       0160-LER-TOTAIS-DIA                   SECTION.

           OPEN INPUT ARQ-CTL-CONCIL.

           IF NOT FS-CTL-CONCIL-OK
               DISPLAY "ERRO AO ABRIR TOTAIS CONCILIADOS - FS="
                       WRK-FS-CTL-CONCIL
               MOVE "TOTAIS CONCILIADOS DO DIA AUSENTES"
                 TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
               GO TO 0160-LER-TOTAIS-DIA-FIM
           END-IF.

           MOVE WRK-DATA-NEGOCIO TO CON-DATA-PROC.
           MOVE ZEROS            TO CON-SEQ-BASE.

           START ARQ-CTL-CONCIL KEY NOT < CON-CHAVE
               INVALID KEY
                   SET FIM-TOTAIS-DIA TO TRUE
           END-START.

           PERFORM 0165-SOMAR-TOTAIS-DIA
               UNTIL FIM-TOTAIS-DIA.

           CLOSE ARQ-CTL-CONCIL.

           IF WRK-QTD-EXEC = ZEROS
               MOVE "TOTAIS CONCILIADOS DO DIA AUSENTES"
                 TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
           END-IF.

       0160-LER-TOTAIS-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0165-SOMAR-TOTAIS-DIA                 SECTION.

           READ ARQ-CTL-CONCIL NEXT RECORD
               AT END
                   SET FIM-TOTAIS-DIA TO TRUE
                   GO TO 0165-SOMAR-TOTAIS-DIA-FIM
           END-READ.

           IF CON-DATA-PROC NOT = WRK-DATA-NEGOCIO
               SET FIM-TOTAIS-DIA TO TRUE
               GO TO 0165-SOMAR-TOTAIS-DIA-FIM
           END-IF.

           ADD 1                TO WRK-QTD-EXEC.
           ADD CON-CONT-PROCESS TO WRK-CON-CONT-PROC.
           ADD CON-SOMA-RESULT  TO WRK-CON-SOMA.

       0165-SOMAR-TOTAIS-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0180-BLOQUEAR-EXTRATO                 SECTION.

           SET EXTRATO-BLOQUEADO TO TRUE.

           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.

           DISPLAY "PRGCOB35 - EXTRATO BLOQUEADO: " WRK-MOTIVO.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING "EXTRATO BLOQUEADO: " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0180-BLOQUEAR-EXTRATO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== POSICIONA NO PRIMEIRO CALCULO DA DATA DE NEGOCIO
      *-----------------------------------------------------------------
       0190-POSICIONAR-MESTRE                SECTION.

           MOVE WRK-DATA-NEGOCIO TO RES-DATA-PROC.
           MOVE ZEROS            TO RES-SEQUENCIA.

           START ARQ-MESTRE KEY NOT < RES-CHAVE
               INVALID KEY
                   SET FIM-CONFERENCIA   TO TRUE
                   SET FIM-PROCESSAMENTO TO TRUE
           END-START.

       0190-POSICIONAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== PRIMEIRA PASSAGEM: SOMA O DIA E PROCURA A CONTA DE CADA
      *== CALCULO, SEM GRAVAR NADA NO EXTRATO
      *-----------------------------------------------------------------
       0200-CONFERIR-MESTRE                  SECTION.

           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET FIM-CONFERENCIA TO TRUE
                   GO TO 0200-CONFERIR-MESTRE-FIM
           END-READ.

           IF RES-DATA-PROC NOT = WRK-DATA-NEGOCIO
               SET FIM-CONFERENCIA TO TRUE
               GO TO 0200-CONFERIR-MESTRE-FIM
           END-IF.

           ADD 1 TO WRK-CONT-LIDOS.

           EVALUATE TRUE
               WHEN RES-CALC-CONTRA
                   ADD 1 TO WRK-CONT-ESTORNOS
                   ADD RES-RESULTADO TO WRK-SOMA-ESTORNOS
               WHEN RES-CALC-COM-ERRO
                   ADD 1 TO WRK-CONT-PROCESS
                   ADD RES-RESULTADO TO WRK-SOMA-RESULT
                   ADD 1 TO WRK-CONT-ERROS
                   GO TO 0200-CONFERIR-MESTRE-FIM
               WHEN OTHER
                   ADD 1 TO WRK-CONT-PROCESS
                   ADD RES-RESULTADO TO WRK-SOMA-RESULT
           END-EVALUATE.

           PERFORM 0220-LOCALIZAR-CONTA.

           IF NOT ACHOU-MAPA
               ADD 1 TO WRK-CONT-SEM-CONTA
               PERFORM 0230-GUARDAR-SEM-CONTA
           END-IF.

       0200-CONFERIR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A LINHA DO PROPRIO CLIENTE VALE MAIS QUE A "****" DA
      *== OPERACAO
      *-----------------------------------------------------------------
       0220-LOCALIZAR-CONTA                  SECTION.

           MOVE RES-OPERACAO TO WRK-OPER-BUSCA.
           MOVE RES-CLIENTE  TO WRK-CLI-BUSCA.
           PERFORM 0222-PROCURAR-MAPA.

           IF NOT ACHOU-MAPA
               MOVE "****" TO WRK-CLI-BUSCA
               PERFORM 0222-PROCURAR-MAPA
           END-IF.

           IF ACHOU-MAPA
               MOVE WRK-TAB-MAP-DEB (WRK-IND-MAPA) TO WRK-CONTA-DEB
               MOVE WRK-TAB-MAP-CRE (WRK-IND-MAPA) TO WRK-CONTA-CRE
           END-IF.

       0220-LOCALIZAR-CONTA-FIM. EXIT.


      *-----------------------------------------------------------------
       0222-PROCURAR-MAPA                    SECTION.

           MOVE "N"   TO WRK-SW-ACHOU-MAPA.
           MOVE ZEROS TO WRK-IND-MAPA.
           PERFORM 0225-COMPARAR-MAPA
               UNTIL ACHOU-MAPA
                  OR WRK-IND-MAPA >= WRK-QTD-MAPAS.

       0222-PROCURAR-MAPA-FIM. EXIT.


      *-----------------------------------------------------------------
       0225-COMPARAR-MAPA                    SECTION.

           ADD 1 TO WRK-IND-MAPA.

           IF WRK-TAB-MAP-OPER (WRK-IND-MAPA) = WRK-OPER-BUSCA
               AND WRK-TAB-MAP-CLI (WRK-IND-MAPA) = WRK-CLI-BUSCA
               SET ACHOU-MAPA TO TRUE
           END-IF.

       0225-COMPARAR-MAPA-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-GUARDAR-SEM-CONTA                SECTION.

           MOVE "N"   TO WRK-SW-ACHOU-SEM.
           MOVE ZEROS TO WRK-IND-SEM.
           PERFORM 0235-COMPARAR-SEM-CONTA
               UNTIL ACHOU-SEM-CONTA
                  OR WRK-IND-SEM >= WRK-QTD-SEM-CONTA.

           IF ACHOU-SEM-CONTA
               ADD 1 TO WRK-TAB-SEM-QTD (WRK-IND-SEM)
               GO TO 0230-GUARDAR-SEM-CONTA-FIM
           END-IF.

           IF WRK-QTD-SEM-CONTA >= WRK-MAX-SEM-CONTA
               DISPLAY "TABELA SEM CONTA CHEIA - AUMENTAR"
               DISPLAY "WRK-MAX-SEM-CONTA NO PRGCOB35"
               MOVE 16 TO RETURN-CODE
               GO TO 0230-GUARDAR-SEM-CONTA-FIM
           END-IF.

           ADD 1 TO WRK-QTD-SEM-CONTA.
           MOVE RES-OPERACAO TO WRK-TAB-SEM-OPER (WRK-QTD-SEM-CONTA).
           MOVE RES-CLIENTE  TO WRK-TAB-SEM-CLI  (WRK-QTD-SEM-CONTA).
           MOVE 1            TO WRK-TAB-SEM-QTD  (WRK-QTD-SEM-CONTA).

       0230-GUARDAR-SEM-CONTA-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-COMPARAR-SEM-CONTA               SECTION.

           ADD 1 TO WRK-IND-SEM.

           IF WRK-TAB-SEM-OPER (WRK-IND-SEM) = RES-OPERACAO
               AND WRK-TAB-SEM-CLI (WRK-IND-SEM) = RES-CLIENTE
               SET ACHOU-SEM-CONTA TO TRUE
           END-IF.

       0235-COMPARAR-SEM-CONTA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O EXTRATO SO SAI COM TODAS AS CONTAS ENCONTRADAS E COM
      *== OS CALCULOS DO DIA IGUAIS AOS TOTAIS CONCILIADOS
      *== (QUANTIDADE, COM OS DE ERRO, E SOMA DOS RESULTADOS)
      *-----------------------------------------------------------------
       0250-VALIDAR-EXTRATO                  SECTION.

           IF WRK-QTD-SEM-CONTA > ZEROS
               PERFORM 0255-GRAVAR-SEM-CONTA
               MOVE "OPERACAO/CLIENTE SEM CONTA CONTABIL"
                 TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
           END-IF.

           IF WRK-QTD-EXEC > ZEROS
               AND MESTRE-ABERTO
               AND (WRK-CONT-PROCESS NOT = WRK-CON-CONT-PROC
                    OR WRK-SOMA-RESULT NOT = WRK-CON-SOMA)
               MOVE "MESTRE DIVERGE DOS TOTAIS CONCILIADOS"
                 TO WRK-MOTIVO
               PERFORM 0180-BLOQUEAR-EXTRATO
           END-IF.

           IF EXTRATO-BLOQUEADO
               SET FIM-PROCESSAMENTO TO TRUE
               GO TO 0250-VALIDAR-EXTRATO-FIM
           END-IF.

           MOVE SPACES TO REG-CONTABIL.
           STRING "H;" WRK-DATA-NEGOCIO
                  ";" WRK-DATA-SISTEMA
                  ";" WRK-HORA-ED
               DELIMITED BY SIZE INTO REG-CONTABIL.
           WRITE REG-CONTABIL.
           PERFORM 0135-VERIFICAR-FS-CONTABIL.

           PERFORM 0190-POSICIONAR-MESTRE.

       0250-VALIDAR-EXTRATO-FIM. EXIT.


      *-----------------------------------------------------------------
       0255-GRAVAR-SEM-CONTA                 SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0255-GRAVAR-SEM-CONTA-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "OPERACAO/CLIENTE SEM CONTA NO CTBMAP"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "OPER CLIENTE    CALCULOS"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE ZEROS TO WRK-IND-SEM.
           PERFORM 0257-GRAVAR-LINHA-SEM-CONTA
               UNTIL WRK-IND-SEM >= WRK-QTD-SEM-CONTA.

       0255-GRAVAR-SEM-CONTA-FIM. EXIT.


      *-----------------------------------------------------------------
       0257-GRAVAR-LINHA-SEM-CONTA           SECTION.

           ADD 1 TO WRK-IND-SEM.

           MOVE WRK-TAB-SEM-QTD (WRK-IND-SEM) TO WRK-CONT-ED.

           MOVE SPACES TO REG-RELATORIO.
           STRING "  " WRK-TAB-SEM-OPER (WRK-IND-SEM)
                  "  " WRK-TAB-SEM-CLI (WRK-IND-SEM)
                  "   " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0257-GRAVAR-LINHA-SEM-CONTA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEGUNDA PASSAGEM: UM DEBITO E UM CREDITO POR CALCULO.
      *== O RESULTADO POSITIVO DEBITA A CONTA DE DEBITO DO MAPA E
      *== CREDITA A DE CREDITO; O NEGATIVO INVERTE AS CONTAS. A
      *== CONTRAPARTIDA LANCA O VALOR DO ORIGINAL NO LADO OPOSTO
      *== AO DELE, ANULANDO O LANCAMENTO DO CALCULO ESTORNADO
      *-----------------------------------------------------------------
       0260-GERAR-LANCAMENTOS                SECTION.

           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET FIM-PROCESSAMENTO TO TRUE
                   GO TO 0260-GERAR-LANCAMENTOS-FIM
           END-READ.

           IF RES-DATA-PROC NOT = WRK-DATA-NEGOCIO
               SET FIM-PROCESSAMENTO TO TRUE
               GO TO 0260-GERAR-LANCAMENTOS-FIM
           END-IF.

           IF RES-CALC-COM-ERRO
               GO TO 0260-GERAR-LANCAMENTOS-FIM
           END-IF.

           PERFORM 0220-LOCALIZAR-CONTA.

           IF RES-CALC-CONTRA
               MOVE "E" TO WRK-TIPO-LANC
               SUBTRACT RES-RESULTADO FROM ZERO
                   GIVING WRK-VALOR-ORIG
           ELSE
               MOVE "N" TO WRK-TIPO-LANC
               MOVE RES-RESULTADO TO WRK-VALOR-ORIG
           END-IF.

           IF WRK-VALOR-ORIG < ZEROS
               MOVE WRK-CONTA-DEB TO WRK-CONTA-TROCA
               MOVE WRK-CONTA-CRE TO WRK-CONTA-DEB
               MOVE WRK-CONTA-TROCA TO WRK-CONTA-CRE
               SUBTRACT WRK-VALOR-ORIG FROM ZERO
                   GIVING WRK-VALOR-INT
           ELSE
               MOVE WRK-VALOR-ORIG TO WRK-VALOR-INT
           END-IF.

           IF RES-CALC-CONTRA
               MOVE WRK-CONTA-DEB TO WRK-CONTA-TROCA
               MOVE WRK-CONTA-CRE TO WRK-CONTA-DEB
               MOVE WRK-CONTA-TROCA TO WRK-CONTA-CRE
           END-IF.

           MOVE "D"           TO WRK-LADO-LANC.
           MOVE WRK-CONTA-DEB TO WRK-CONTA-LANC.
           PERFORM 0270-GRAVAR-LANCAMENTO.
           ADD WRK-VALOR-INT  TO WRK-TOT-DEBITO.

           MOVE "C"           TO WRK-LADO-LANC.
           MOVE WRK-CONTA-CRE TO WRK-CONTA-LANC.
           PERFORM 0270-GRAVAR-LANCAMENTO.
           ADD WRK-VALOR-INT  TO WRK-TOT-CREDITO.

       0260-GERAR-LANCAMENTOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-GRAVAR-LANCAMENTO                SECTION.

           MOVE SPACES TO REG-CONTABIL.
           STRING "D;" RES-DATA-PROC
                  ";" RES-SEQUENCIA
                  ";" RES-CLIENTE
                  ";" RES-OPERACAO
                  ";" WRK-TIPO-LANC
                  ";" WRK-LADO-LANC
                  ";" WRK-CONTA-LANC
                  ";" WRK-VALOR-INT-R
               DELIMITED BY SIZE INTO REG-CONTABIL.
           WRITE REG-CONTABIL.
           PERFORM 0135-VERIFICAR-FS-CONTABIL.

           ADD 1 TO WRK-CONT-LANC.

       0270-GRAVAR-LANCAMENTO-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF NOT EXTRATO-BLOQUEADO
               PERFORM 0320-GRAVAR-TRAILER
           END-IF.

           PERFORM 0310-GRAVAR-TOTAIS.

           IF MESTRE-ABERTO
               CLOSE ARQ-MESTRE
           END-IF.

           IF CONTABIL-ABERTO
               CLOSE ARQ-CONTABIL
           END-IF.

           IF RELATORIO-ABERTO
               CLOSE ARQ-RELATORIO
           END-IF.

           IF EXTRATO-BLOQUEADO
               DISPLAY "PRGCOB35 - EXTRATO NAO GERADO - VER CTBREL"
           ELSE
               MOVE WRK-CONT-LANC TO WRK-CONT-ED
               DISPLAY "PRGCOB35 - EXTRATO GERADO COM "
                       WRK-CONT-ED " LANCAMENTOS"
           END-IF.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-GRAVAR-TOTAIS                    SECTION.

           IF NOT RELATORIO-ABERTO
               GO TO 0310-GRAVAR-TOTAIS-FIM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "-----------------------------------------"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "FONTE                QTD CALC   SOMA RESULTADOS"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-PROCESS TO WRK-CONT-ED.
           MOVE WRK-SOMA-RESULT  TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "MESTRE DO DIA      " WRK-CONT-ED " " WRK-SOMA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CON-CONT-PROC TO WRK-CONT-ED.
           MOVE WRK-CON-SOMA      TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONCILIADO NO DIA  " WRK-CONT-ED " " WRK-SOMA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-QTD-EXEC TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EXECUCOES CONCIL.  " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-ERROS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ERROS EXCLUIDOS    " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-ESTORNOS TO WRK-CONT-ED.
           MOVE WRK-SOMA-ESTORNOS TO WRK-SOMA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ESTORNOS (CONTRA)  " WRK-CONT-ED " " WRK-SOMA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-SEM-CONTA TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SEM CONTA CONTABIL " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-LANC   TO WRK-CONT-ED.
           MOVE WRK-TOT-DEBITO  TO WRK-SOMA-ED.
           MOVE WRK-TOT-CREDITO TO WRK-SOMA-ED2.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LANCAMENTOS        " WRK-CONT-ED
                  "  D " WRK-SOMA-ED "  C " WRK-SOMA-ED2
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           IF EXTRATO-BLOQUEADO
               STRING "RESULTADO: *** EXTRATO BLOQUEADO ***"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING "RESULTADO: EXTRATO GERADO NO CTBFILE"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0310-GRAVAR-TOTAIS-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O TRAILER REPETE OS TOTAIS CONFERIDOS COM A CONCILIACAO
      *== PARA A CARGA CONTABIL CRITICAR A TRANSMISSAO
      *-----------------------------------------------------------------
       0320-GRAVAR-TRAILER                   SECTION.

           MOVE WRK-CONT-PROCESS  TO WRK-QTD-PROC-INT.
           MOVE WRK-SOMA-RESULT   TO WRK-SOMA-INT.
           MOVE WRK-CONT-ERROS    TO WRK-QTD-ERRO-INT.
           MOVE WRK-CONT-ESTORNOS TO WRK-QTD-EST-INT.
           MOVE WRK-SOMA-ESTORNOS TO WRK-SOMA-EST-INT.
           MOVE WRK-CONT-LANC     TO WRK-QTD-LANC-INT.
           MOVE WRK-TOT-DEBITO    TO WRK-DEBITO-INT.
           MOVE WRK-TOT-CREDITO   TO WRK-CREDITO-INT.

           MOVE SPACES TO REG-CONTABIL.
           STRING "T;" WRK-QTD-PROC-INT
                  ";" WRK-SOMA-INT-R
                  ";" WRK-QTD-ERRO-INT
                  ";" WRK-QTD-EST-INT
                  ";" WRK-SOMA-EST-INT-R
                  ";" WRK-QTD-LANC-INT
                  ";" WRK-DEBITO-INT-R
                  ";" WRK-CREDITO-INT-R
               DELIMITED BY SIZE INTO REG-CONTABIL.
           WRITE REG-CONTABIL.
           PERFORM 0135-VERIFICAR-FS-CONTABIL.

       0320-GRAVAR-TRAILER-FIM. EXIT.
