       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB32.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : COPIA DE SEGURANCA PRE-CALCULO DA ESTEIRA
      *==               NOTURNA. RODA ENTRE O PRGCOB12 E O PRGCOB11
      *==               (PASSO DO PRGCOB21) E COPIA O MESTRE DE
      *==               RESULTADOS (RESFILE), O CADASTRO DE LOTES
      *==               (LOTFILE), A TRILHA DE AUDITORIA (AUDFILE)
      *==               E A INTERFACE DE FINANCAS (INTFILE) PARA
      *==               RESSNP, LOTSNP, AUDSNP E INTSNP. O SNPCTL
      *==               GUARDA A DATA DE NEGOCIO E AS QUANTIDADES
      *==               COPIADAS E SO E GRAVADO COM AS QUATRO
      *==               COPIAS SEM ERRO. E A BASE DO ROLLBACK
      *==               (PRGCOB33) QUANDO A CONCILIACAO DO PRGCOB14
      *==               DIVERGE. RECUSA (RC=12) COPIAR ENQUANTO O
      *==               ULTIMO CALCULO DO DIA (PRGCOB11) NAO TIVER
      *==               CONCILIACAO (PRGCOB14) ENCERRADA COM RC < 8
      *==               INICIADA DEPOIS DELE (ORDEM DO RUNLOG),
      *==               PARA NAO TROCAR A
      *==               IMAGEM ANTERIOR AO CALCULO PELA POSTERIOR.
      *==               COM O CALCULO CONCILIADO, UM NOVO CICLO NO
      *==               MESMO DIA (ARQUIVO ATRASADO) COPIA O ESTADO
      *==               CONCILIADO
      *== DATA        : 20/11/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                          SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-MESTRE ASSIGN TO "RESFILE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS RES-CHAVE
                                 FILE STATUS IS WRK-FS-MESTRE.

           SELECT OPTIONAL ARQ-REG-LOTES ASSIGN TO "LOTFILE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS LOT-LOTE-ID
                                 FILE STATUS IS WRK-FS-REG-LOTES.

           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT OPTIONAL ARQ-INTERFACE ASSIGN TO "INTFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-INTERFACE.

           SELECT ARQ-COP-MESTRE ASSIGN TO "RESSNP"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-COP-MESTRE.

           SELECT ARQ-COP-LOTES ASSIGN TO "LOTSNP"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-COP-LOTES.

           SELECT ARQ-COP-AUDIT ASSIGN TO "AUDSNP"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-COP-AUDIT.

           SELECT ARQ-COP-INTERF ASSIGN TO "INTSNP"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-COP-INTERF.

           SELECT ARQ-CTL-COPIA ASSIGN TO "SNPCTL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-CTL-COPIA.

           SELECT OPTIONAL ARQ-CONTROLE ASSIGN TO "RUNFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-CONTROLE.

           SELECT OPTIONAL ARQ-LOG ASSIGN TO "RUNLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-LOG.

           SELECT OPTIONAL ARQ-DATA-NEG ASSIGN TO "DATFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE RESULTADOS (VER PRGCOB11), LIDO NA ORDEM DA
      *== CHAVE E COPIADO SEM ALTERACAO
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
           05 RES-CHAVE.
               10 RES-DATA-PROC            PIC 9(08).
               10 RES-SEQUENCIA            PIC 9(06).
           05 RES-OPERADOR                 PIC X(08).
           05 RES-NUM1                     PIC S9(04)V99
                                           SIGN LEADING SEPARATE.
           05 RES-NUM2                     PIC S9(04)V99
                                           SIGN LEADING SEPARATE.
           05 RES-OPERACAO                 PIC X(01).
           05 RES-RESULTADO                PIC S9(08)V99
                                           SIGN LEADING SEPARATE.
           05 RES-SIT-CALCULO              PIC X(01).
           05 RES-CLIENTE                  PIC X(04).
           05 RES-RESULT-AJUST             PIC S9(08)V99
                                           SIGN LEADING SEPARATE.
           05 RES-SIT-RETORNO              PIC X(01).
           05 RES-QTD-REENVIO              PIC 9(02).
           05 RES-DATA-REENVIO             PIC 9(08).

      *== CADASTRO DE LOTES (VER PRGCOB11)
       FD  ARQ-REG-LOTES
           LABEL RECORDS ARE STANDARD.
       01  REG-LOTE-CTL.
           05 LOT-LOTE-ID                  PIC X(06).
           05 LOT-SITUACAO                 PIC X(01).
           05 LOT-DATA-CRITICA             PIC 9(08).
           05 LOT-DATA-CALCULO             PIC 9(08).
           05 LOT-DATA-CONCIL              PIC 9(08).

       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA                   PIC X(100).

       FD  ARQ-INTERFACE
           LABEL RECORDS ARE STANDARD.
       01  REG-INTERFACE                   PIC X(100).

      *== COPIAS - IMAGEM DO REGISTRO ORIGINAL, UMA LINHA POR
      *== REGISTRO, NA MESMA ORDEM DO ARQUIVO DE ORIGEM
       FD  ARQ-COP-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-COP-MESTRE                  PIC X(075).

       FD  ARQ-COP-LOTES
           LABEL RECORDS ARE STANDARD.
       01  REG-COP-LOTES                   PIC X(031).

       FD  ARQ-COP-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  REG-COP-AUDIT                   PIC X(100).

       FD  ARQ-COP-INTERF
           LABEL RECORDS ARE STANDARD.
       01  REG-COP-INTERF                  PIC X(100).

      *== CONTROLE DA COPIA - DATA DE NEGOCIO, DATA E HORA EM QUE
      *== FOI TOMADA E QUANTIDADE DE REGISTROS DE CADA ARQUIVO,
      *== CONFERIDAS PELO PRGCOB33 NA RESTAURACAO
       FD  ARQ-CTL-COPIA
           LABEL RECORDS ARE STANDARD.
       01  REG-CTL-COPIA.
           05 SNP-DATA-NEGOCIO             PIC 9(08).
           05 FILLER                       PIC X(01).
           05 SNP-DATA-COPIA               PIC 9(08).
           05 FILLER                       PIC X(01).
           05 SNP-HORA-COPIA               PIC X(08).
           05 FILLER                       PIC X(01).
           05 SNP-QTD-MESTRE               PIC 9(08).
           05 FILLER                       PIC X(01).
           05 SNP-QTD-LOTES                PIC 9(08).
           05 FILLER                       PIC X(01).
           05 SNP-QTD-AUDIT                PIC 9(08).
           05 FILLER                       PIC X(01).
           05 SNP-QTD-INTERF               PIC 9(08).

      *== CONTROLE DE EXECUCAO DA ESTEIRA (VER PRGCOB21)
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROLE.
           05 RUN-DATA                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 RUN-PASSO                    PIC X(08).
           05 FILLER                       PIC X(01).
           05 RUN-SITUACAO                 PIC X(01).
           05 FILLER                       PIC X(01).
           05 RUN-RC                       PIC 9(02).
           05 FILLER                       PIC X(01).
           05 RUN-HORA-INI                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 RUN-HORA-FIM                 PIC X(08).

      *== LOG DA ESTEIRA (VER PRGCOB21), GRAVADO NA ORDEM DOS
      *== PEDIDOS; SO INTERESSA O INICIO LIBERADO DE CADA PASSO
       FD  ARQ-LOG
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG.
           05 LOG-DATA                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 LOG-HORA                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 LOG-FUNCAO                   PIC X(01).
               88 LOG-INICIO                 VALUE "I".
           05 FILLER                       PIC X(01).
           05 LOG-PASSO                    PIC X(08).
           05 FILLER                       PIC X(01).
           05 LOG-MOT-INICIO               PIC X(15).
               88 LOG-INICIO-LIBERADO        VALUE "INICIO LIBERADO".
           05 FILLER                       PIC X(36).

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO             PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DAT-SITUACAO                 PIC X(01).
               88 DAT-DIA-ABERTO             VALUE "A".

       WORKING-STORAGE                       SECTION.
      *== FS 05 = ARQUIVO OPCIONAL AUSENTE - A COPIA SAI VAZIA
       77 WRK-FS-MESTRE    PIC X(02)  VALUE "00".
           88 FS-MESTRE-OK          VALUES "00" "05".
           88 FS-MESTRE-FIM         VALUE "10".

       77 WRK-FS-REG-LOTES PIC X(02)  VALUE "00".
           88 FS-REG-LOTES-OK       VALUES "00" "05".
           88 FS-REG-LOTES-FIM      VALUE "10".

       77 WRK-FS-AUDITORIA PIC X(02)  VALUE "00".
           88 FS-AUDITORIA-OK       VALUES "00" "05".
           88 FS-AUDITORIA-FIM      VALUE "10".

       77 WRK-FS-INTERFACE PIC X(02)  VALUE "00".
           88 FS-INTERFACE-OK       VALUES "00" "05".
           88 FS-INTERFACE-FIM      VALUE "10".

       77 WRK-FS-COP-MESTRE PIC X(02) VALUE "00".
           88 FS-COP-MESTRE-OK      VALUE "00".

       77 WRK-FS-COP-LOTES PIC X(02)  VALUE "00".
           88 FS-COP-LOTES-OK       VALUE "00".

       77 WRK-FS-COP-AUDIT PIC X(02)  VALUE "00".
           88 FS-COP-AUDIT-OK       VALUE "00".

       77 WRK-FS-COP-INTERF PIC X(02) VALUE "00".
           88 FS-COP-INTERF-OK      VALUE "00".

       77 WRK-FS-CTL-COPIA PIC X(02)  VALUE "00".
           88 FS-CTL-COPIA-OK       VALUE "00".

       77 WRK-FS-CONTROLE  PIC X(02)  VALUE "00".
           88 FS-CONTROLE-OK        VALUES "00" "05".
           88 FS-CONTROLE-FIM       VALUE "10".

       77 WRK-FS-LOG       PIC X(02)  VALUE "00".
           88 FS-LOG-OK             VALUES "00" "05".
           88 FS-LOG-FIM            VALUE "10".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-SW-DATA-NEG  PIC X(01)  VALUE "N".
           88 DATA-NEGOCIO-OK       VALUE "S".

       77 WRK-SW-COPIA-OK  PIC X(01)  VALUE "S".
           88 COPIA-SEM-ERRO        VALUE "S".

       77 WRK-SW-FIM-COPIA PIC X(01)  VALUE "N".
           88 FIM-COPIA             VALUE "S".

       77 WRK-SW-CALCULADO PIC X(01)  VALUE "N".
           88 CALCULO-JA-EXECUTADO  VALUE "S".

       77 WRK-SW-CONCILIADO PIC X(01) VALUE "N".
           88 CONCILIACAO-REGISTRADA VALUE "S".

       77 WRK-SW-PENDENTE  PIC X(01)  VALUE "N".
           88 CALCULO-PENDENTE      VALUE "S".

      *== REGISTROS DO PRGCOB11 E DO PRGCOB14 NO RUNFILE DO DIA
      *== (UM POR PASSO; O RESTART REGRAVA O INICIO)
       77 WRK-HINI-CALC    PIC X(08)  VALUE SPACES.
       77 WRK-SIT-CONCIL   PIC X(01)  VALUE SPACES.
       77 WRK-RC-CONCIL    PIC 9(02)  VALUE ZEROS.
       77 WRK-HINI-CONCIL  PIC X(08)  VALUE SPACES.

      *== LINHA DO RUNLOG COM O ULTIMO INICIO DE CADA PASSO NO DIA
       77 WRK-LIN-LOG      PIC 9(08) COMP VALUE ZEROS.
       77 WRK-LIN-INI-CALC PIC 9(08) COMP VALUE ZEROS.
       77 WRK-LIN-INI-CONCIL PIC 9(08) COMP VALUE ZEROS.

       77 WRK-MOTIVO       PIC X(40)  VALUE SPACES.

       77 WRK-CONT-MESTRE  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LOTES   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-AUDIT   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-INTERF  PIC 9(08) COMP VALUE ZEROS.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

       01 WRK-HORA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HSR-HORA         PIC 9(02).
           05 WRK-HSR-MIN          PIC 9(02).
           05 WRK-HSR-SEG          PIC 9(02).
           05 WRK-HSR-CENT         PIC 9(02).
       77 WRK-HORA-ED       PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           PERFORM 0100-INICIAR.

           IF RETURN-CODE = ZEROS
               PERFORM 0200-COPIAR-ARQUIVOS
           END-IF.

           PERFORM 0300-FINALIZAR.

           STOP RUN.


      *-----------------------------------------------------------------
      *== O SNPCTL E ESVAZIADO ANTES DE QUALQUER COPIA: SE ESTA
      *== EXECUCAO PARAR NO MEIO, NAO FICA CONTROLE DE UMA COPIA
      *== ANTERIOR APONTANDO PARA ARQUIVOS JA SOBREPOSTOS
      *-----------------------------------------------------------------
       0100-INICIAR                          SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-HSR-HORA ":" WRK-HSR-MIN ":" WRK-HSR-SEG
               DELIMITED BY SIZE INTO WRK-HORA-ED.

           PERFORM 0105-LER-DATA-NEGOCIO.
           PERFORM 0110-CONFERIR-ESTEIRA.

           IF CALCULO-PENDENTE
               DISPLAY "COPIA RECUSADA NO DIA " WRK-DATA-NEGOCIO
                       " - " WRK-MOTIVO
               MOVE 12 TO RETURN-CODE
               GO TO 0100-INICIAR-FIM
           END-IF.

           OPEN OUTPUT ARQ-CTL-COPIA.

           IF FS-CTL-COPIA-OK
               CLOSE ARQ-CTL-COPIA
           ELSE
               DISPLAY "ERRO AO LIMPAR SNPCTL - FS="
                       WRK-FS-CTL-COPIA
               MOVE 12 TO RETURN-CODE
           END-IF.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A COPIA E DO DIA DE NEGOCIO DO DATFILE (PRGCOB24); SEM
      *== ELE VALE A DATA DO SISTEMA, COM AVISO
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
      *== COM REGISTRO DO PRGCOB11 NO DIA O MESTRE JA TEM CALCULOS
      *== DO DIA. A COPIA SO SAI SE ESSE CALCULO JA FOI CONCILIADO
      *== SEM DIVERGENCIA: PRGCOB14 ENCERRADO ("F") COM RC < 8 E
      *== INICIADO DEPOIS DO ULTIMO INICIO DO PRGCOB11 (0120).
      *== SENAO A COPIA SUBSTITUIRIA A IMAGEM ANTERIOR A UM
      *== CALCULO AINDA SUJEITO A ROLLBACK (PRGCOB33)
      *-----------------------------------------------------------------
       0110-CONFERIR-ESTEIRA                 SECTION.

           OPEN INPUT ARQ-CONTROLE.

           IF NOT FS-CONTROLE-OK
               DISPLAY "ERRO AO ABRIR RUNFILE - FS="
                       WRK-FS-CONTROLE
               MOVE 12 TO RETURN-CODE
               GO TO 0110-CONFERIR-ESTEIRA-FIM
           END-IF.

           PERFORM 0115-LER-CONTROLE
               UNTIL FS-CONTROLE-FIM.

           CLOSE ARQ-CONTROLE.

           EVALUATE TRUE
               WHEN NOT CALCULO-JA-EXECUTADO
                   CONTINUE
               WHEN NOT CONCILIACAO-REGISTRADA
                   MOVE "PRGCOB11 EXECUTADO E NAO CONCILIADO"
                     TO WRK-MOTIVO
                   SET CALCULO-PENDENTE TO TRUE
               WHEN WRK-SIT-CONCIL NOT = "F"
                   MOVE "PRGCOB14 AINDA NAO ENCERROU"
                     TO WRK-MOTIVO
                   SET CALCULO-PENDENTE TO TRUE
               WHEN WRK-RC-CONCIL NOT < 8
                   MOVE "CONCILIACAO DO DIA COM DIVERGENCIA"
                     TO WRK-MOTIVO
                   SET CALCULO-PENDENTE TO TRUE
               WHEN OTHER
                   PERFORM 0120-CONFERIR-ORDEM
           END-EVALUATE.

       0110-CONFERIR-ESTEIRA-FIM. EXIT.


      *-----------------------------------------------------------------
       0115-LER-CONTROLE                     SECTION.

           READ ARQ-CONTROLE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-DATA IS NUMERIC
                       AND RUN-DATA = WRK-DATA-NEGOCIO
                       EVALUATE RUN-PASSO
                           WHEN "PRGCOB11"
                               SET CALCULO-JA-EXECUTADO TO TRUE
                               MOVE RUN-HORA-INI TO WRK-HINI-CALC
                           WHEN "PRGCOB14"
                               SET CONCILIACAO-REGISTRADA TO TRUE
                               MOVE RUN-SITUACAO TO WRK-SIT-CONCIL
                               MOVE RUN-HORA-INI TO WRK-HINI-CONCIL
                               IF RUN-RC IS NUMERIC
                                   MOVE RUN-RC TO WRK-RC-CONCIL
                               ELSE
                                   MOVE 99 TO WRK-RC-CONCIL
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       0115-LER-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O RUNFILE SO TEM HH:MM:SS E O PRGCOB14 QUE COMECA DEPOIS
      *== DA MEIA-NOITE PARECERIA ANTERIOR AO PRGCOB11; A ORDEM
      *== DAS LINHAS DE INICIO NO RUNLOG DECIDE. SEM AS DUAS
      *== LINHAS NO RUNLOG VALE A COMPARACAO DAS HORAS DE INICIO
      *-----------------------------------------------------------------
       0120-CONFERIR-ORDEM                   SECTION.

           OPEN INPUT ARQ-LOG.

           IF FS-LOG-OK
               PERFORM 0125-LER-LOG
                   UNTIL FS-LOG-FIM
               CLOSE ARQ-LOG
           ELSE
               DISPLAY "ERRO AO ABRIR RUNLOG - FS=" WRK-FS-LOG
           END-IF.

           IF WRK-LIN-INI-CALC > ZEROS
               AND WRK-LIN-INI-CONCIL > ZEROS
               IF WRK-LIN-INI-CONCIL < WRK-LIN-INI-CALC
                   SET CALCULO-PENDENTE TO TRUE
               END-IF
           ELSE
               IF WRK-HINI-CONCIL < WRK-HINI-CALC
                   SET CALCULO-PENDENTE TO TRUE
               END-IF
           END-IF.

           IF CALCULO-PENDENTE
               MOVE "PRGCOB11 REEXECUTADO APOS A CONCILIACAO"
                 TO WRK-MOTIVO
           ELSE
               DISPLAY "CALCULO DO DIA JA CONCILIADO - COPIA DO"
                       " ESTADO CONCILIADO"
           END-IF.

       0120-CONFERIR-ORDEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0125-LER-LOG                          SECTION.

           READ ARQ-LOG
               AT END
                   GO TO 0125-LER-LOG-FIM
           END-READ.

           ADD 1 TO WRK-LIN-LOG.

           IF LOG-DATA IS NUMERIC
               AND LOG-DATA = WRK-DATA-NEGOCIO
               AND LOG-INICIO
               AND LOG-INICIO-LIBERADO
               EVALUATE LOG-PASSO
                   WHEN "PRGCOB11"
                       MOVE WRK-LIN-LOG TO WRK-LIN-INI-CALC
                   WHEN "PRGCOB14"
                       MOVE WRK-LIN-LOG TO WRK-LIN-INI-CONCIL
               END-EVALUATE
           END-IF.

       0125-LER-LOG-FIM. EXIT.


      *-----------------------------------------------------------------
      *== UMA FALHA EM QUALQUER COPIA INTERROMPE AS SEGUINTES; O
      *== SNPCTL SO E GRAVADO COM AS QUATRO COMPLETAS
      *-----------------------------------------------------------------
       0200-COPIAR-ARQUIVOS                  SECTION.

           PERFORM 0210-COPIAR-MESTRE.
           PERFORM 0230-COPIAR-LOTES.
           PERFORM 0250-COPIAR-AUDITORIA.
           PERFORM 0270-COPIAR-INTERFACE.

           IF COPIA-SEM-ERRO
               PERFORM 0290-GRAVAR-CONTROLE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0200-COPIAR-ARQUIVOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-COPIAR-MESTRE                    SECTION.

           IF NOT COPIA-SEM-ERRO
               GO TO 0210-COPIAR-MESTRE-FIM
           END-IF.

           OPEN INPUT ARQ-MESTRE.

           IF NOT FS-MESTRE-OK
               DISPLAY "ERRO AO ABRIR RESFILE - FS=" WRK-FS-MESTRE
               MOVE "N" TO WRK-SW-COPIA-OK
               GO TO 0210-COPIAR-MESTRE-FIM
           END-IF.

           OPEN OUTPUT ARQ-COP-MESTRE.

           IF NOT FS-COP-MESTRE-OK
               DISPLAY "ERRO AO CRIAR RESSNP - FS="
                       WRK-FS-COP-MESTRE
               MOVE "N" TO WRK-SW-COPIA-OK
               CLOSE ARQ-MESTRE
               GO TO 0210-COPIAR-MESTRE-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0215-COPIAR-REG-MESTRE
               UNTIL FIM-COPIA.

           CLOSE ARQ-MESTRE.
           CLOSE ARQ-COP-MESTRE.

       0210-COPIAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-COPIAR-REG-MESTRE                SECTION.

           READ ARQ-MESTRE
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0215-COPIAR-REG-MESTRE-FIM
           END-IF.

           IF NOT FS-MESTRE-OK
               DISPLAY "ERRO AO LER RESFILE - FS=" WRK-FS-MESTRE
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
               GO TO 0215-COPIAR-REG-MESTRE-FIM
           END-IF.

           MOVE REG-MESTRE TO REG-COP-MESTRE.
           WRITE REG-COP-MESTRE.

           IF FS-COP-MESTRE-OK
               ADD 1 TO WRK-CONT-MESTRE
           ELSE
               DISPLAY "ERRO AO GRAVAR RESSNP - FS="
                       WRK-FS-COP-MESTRE
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
           END-IF.

       0215-COPIAR-REG-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-COPIAR-LOTES                     SECTION.

           IF NOT COPIA-SEM-ERRO
               GO TO 0230-COPIAR-LOTES-FIM
           END-IF.

           OPEN INPUT ARQ-REG-LOTES.

           IF NOT FS-REG-LOTES-OK
               DISPLAY "ERRO AO ABRIR LOTFILE - FS="
                       WRK-FS-REG-LOTES
               MOVE "N" TO WRK-SW-COPIA-OK
               GO TO 0230-COPIAR-LOTES-FIM
           END-IF.

           OPEN OUTPUT ARQ-COP-LOTES.

           IF NOT FS-COP-LOTES-OK
               DISPLAY "ERRO AO CRIAR LOTSNP - FS="
                       WRK-FS-COP-LOTES
               MOVE "N" TO WRK-SW-COPIA-OK
               CLOSE ARQ-REG-LOTES
               GO TO 0230-COPIAR-LOTES-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0235-COPIAR-REG-LOTE
               UNTIL FIM-COPIA.

           CLOSE ARQ-REG-LOTES.
           CLOSE ARQ-COP-LOTES.

       0230-COPIAR-LOTES-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-COPIAR-REG-LOTE                  SECTION.

           READ ARQ-REG-LOTES
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0235-COPIAR-REG-LOTE-FIM
           END-IF.

           IF NOT FS-REG-LOTES-OK
               DISPLAY "ERRO AO LER LOTFILE - FS="
                       WRK-FS-REG-LOTES
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
               GO TO 0235-COPIAR-REG-LOTE-FIM
           END-IF.

           MOVE REG-LOTE-CTL TO REG-COP-LOTES.
           WRITE REG-COP-LOTES.

           IF FS-COP-LOTES-OK
               ADD 1 TO WRK-CONT-LOTES
           ELSE
               DISPLAY "ERRO AO GRAVAR LOTSNP - FS="
                       WRK-FS-COP-LOTES
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
           END-IF.

       0235-COPIAR-REG-LOTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-COPIAR-AUDITORIA                 SECTION.

           IF NOT COPIA-SEM-ERRO
               GO TO 0250-COPIAR-AUDITORIA-FIM
           END-IF.

           OPEN INPUT ARQ-AUDITORIA.

           IF NOT FS-AUDITORIA-OK
               DISPLAY "ERRO AO ABRIR AUDFILE - FS="
                       WRK-FS-AUDITORIA
               MOVE "N" TO WRK-SW-COPIA-OK
               GO TO 0250-COPIAR-AUDITORIA-FIM
           END-IF.

           OPEN OUTPUT ARQ-COP-AUDIT.

           IF NOT FS-COP-AUDIT-OK
               DISPLAY "ERRO AO CRIAR AUDSNP - FS="
                       WRK-FS-COP-AUDIT
               MOVE "N" TO WRK-SW-COPIA-OK
               CLOSE ARQ-AUDITORIA
               GO TO 0250-COPIAR-AUDITORIA-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0255-COPIAR-REG-AUDITORIA
               UNTIL FIM-COPIA.

           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-COP-AUDIT.

       0250-COPIAR-AUDITORIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0255-COPIAR-REG-AUDITORIA             SECTION.

           READ ARQ-AUDITORIA
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0255-COPIAR-REG-AUDITORIA-FIM
           END-IF.

           IF NOT FS-AUDITORIA-OK
               DISPLAY "ERRO AO LER AUDFILE - FS="
                       WRK-FS-AUDITORIA
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
               GO TO 0255-COPIAR-REG-AUDITORIA-FIM
           END-IF.

           MOVE REG-AUDITORIA TO REG-COP-AUDIT.
           WRITE REG-COP-AUDIT.

           IF FS-COP-AUDIT-OK
               ADD 1 TO WRK-CONT-AUDIT
           ELSE
               DISPLAY "ERRO AO GRAVAR AUDSNP - FS="
                       WRK-FS-COP-AUDIT
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
           END-IF.

       0255-COPIAR-REG-AUDITORIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-COPIAR-INTERFACE                 SECTION.

           IF NOT COPIA-SEM-ERRO
               GO TO 0270-COPIAR-INTERFACE-FIM
           END-IF.

           OPEN INPUT ARQ-INTERFACE.

           IF NOT FS-INTERFACE-OK
               DISPLAY "ERRO AO ABRIR INTFILE - FS="
                       WRK-FS-INTERFACE
               MOVE "N" TO WRK-SW-COPIA-OK
               GO TO 0270-COPIAR-INTERFACE-FIM
           END-IF.

           OPEN OUTPUT ARQ-COP-INTERF.

           IF NOT FS-COP-INTERF-OK
               DISPLAY "ERRO AO CRIAR INTSNP - FS="
                       WRK-FS-COP-INTERF
               MOVE "N" TO WRK-SW-COPIA-OK
               CLOSE ARQ-INTERFACE
               GO TO 0270-COPIAR-INTERFACE-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0275-COPIAR-REG-INTERFACE
               UNTIL FIM-COPIA.

           CLOSE ARQ-INTERFACE.
           CLOSE ARQ-COP-INTERF.

       0270-COPIAR-INTERFACE-FIM. EXIT.


      *-----------------------------------------------------------------
       0275-COPIAR-REG-INTERFACE             SECTION.

           READ ARQ-INTERFACE
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0275-COPIAR-REG-INTERFACE-FIM
           END-IF.

           IF NOT FS-INTERFACE-OK
               DISPLAY "ERRO AO LER INTFILE - FS="
                       WRK-FS-INTERFACE
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
               GO TO 0275-COPIAR-REG-INTERFACE-FIM
           END-IF.

           MOVE REG-INTERFACE TO REG-COP-INTERF.
           WRITE REG-COP-INTERF.

           IF FS-COP-INTERF-OK
               ADD 1 TO WRK-CONT-INTERF
           ELSE
               DISPLAY "ERRO AO GRAVAR INTSNP - FS="
                       WRK-FS-COP-INTERF
               MOVE "N" TO WRK-SW-COPIA-OK
               SET FIM-COPIA TO TRUE
           END-IF.

       0275-COPIAR-REG-INTERFACE-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-GRAVAR-CONTROLE                  SECTION.

           OPEN OUTPUT ARQ-CTL-COPIA.

           IF NOT FS-CTL-COPIA-OK
               DISPLAY "ERRO AO CRIAR SNPCTL - FS="
                       WRK-FS-CTL-COPIA
               MOVE 12 TO RETURN-CODE
               GO TO 0290-GRAVAR-CONTROLE-FIM
           END-IF.

           MOVE SPACES           TO REG-CTL-COPIA.
           MOVE WRK-DATA-NEGOCIO TO SNP-DATA-NEGOCIO.
           MOVE WRK-DATA-SISTEMA TO SNP-DATA-COPIA.
           MOVE WRK-HORA-ED      TO SNP-HORA-COPIA.
           MOVE WRK-CONT-MESTRE  TO SNP-QTD-MESTRE.
           MOVE WRK-CONT-LOTES   TO SNP-QTD-LOTES.
           MOVE WRK-CONT-AUDIT   TO SNP-QTD-AUDIT.
           MOVE WRK-CONT-INTERF  TO SNP-QTD-INTERF.
           WRITE REG-CTL-COPIA.

           IF NOT FS-CTL-COPIA-OK
               DISPLAY "ERRO AO GRAVAR SNPCTL - FS="
                       WRK-FS-CTL-COPIA
               MOVE 12 TO RETURN-CODE
           END-IF.

           CLOSE ARQ-CTL-COPIA.

       0290-GRAVAR-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           DISPLAY "=========================================".
           DISPLAY "PRGCOB32 - COPIA DE SEGURANCA PRE-CALCULO".
           DISPLAY "DATA DE NEGOCIO......: " WRK-DATA-NEGOCIO.

           MOVE WRK-CONT-MESTRE TO WRK-CONT-ED.
           DISPLAY "RESFILE -> RESSNP....: " WRK-CONT-ED.
           MOVE WRK-CONT-LOTES TO WRK-CONT-ED.
           DISPLAY "LOTFILE -> LOTSNP....: " WRK-CONT-ED.
           MOVE WRK-CONT-AUDIT TO WRK-CONT-ED.
           DISPLAY "AUDFILE -> AUDSNP....: " WRK-CONT-ED.
           MOVE WRK-CONT-INTERF TO WRK-CONT-ED.
           DISPLAY "INTFILE -> INTSNP....: " WRK-CONT-ED.

           IF RETURN-CODE = ZEROS
               DISPLAY "COPIA CONCLUIDA - SNPCTL GRAVADO"
           ELSE
               DISPLAY "COPIA NAO CONCLUIDA - SEM BASE P/ ROLLBACK"
           END-IF.
           DISPLAY "=========================================".

       0300-FINALIZAR-FIM. EXIT.
