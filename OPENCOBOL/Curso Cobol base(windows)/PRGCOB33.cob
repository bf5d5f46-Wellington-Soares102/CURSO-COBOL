       IDENTIFICATION                               DIVISION.
       PROGRAM-ID. PRGCOB33.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : ROLLBACK DA ESTEIRA NOTURNA QUANDO A
      *==               CONCILIACAO (PRGCOB14) DIVERGE. RESTAURA O
      *==               RESFILE, O LOTFILE, O AUDFILE E O INTFILE A
      *==               PARTIR DA COPIA DE SEGURANCA DO DIA
      *==               (PRGCOB32 - RESSNP, LOTSNP, AUDSNP, INTSNP
      *==               E SNPCTL) E RETIRA DO RUNFILE OS PASSOS
      *==               PRGCOB11, PRGCOB14 E PRGCOB16 DO DIA, PARA
      *==               A ESTEIRA SER RETOMADA DO PRGCOB11 SEM
      *==               FLAG DE RESTART. SO EXECUTA COM O PRGCOB14
      *==               DO DIA ENCERRADO COM RC >= 8 E COM A COPIA
      *==               DA MESMA DATA DE NEGOCIO; CASO CONTRARIO
      *==               RECUSA COM RC=12. O QUE FOI RESTAURADO E
      *==               REINICIADO SAI NO RBKREL E A EXECUCAO FICA
      *==               REGISTRADA NO RUNLOG (FUNCAO "R")
      *== DATA        : 20/11/2024
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
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS RES-CHAVE
                                 FILE STATUS IS WRK-FS-MESTRE.

           SELECT ARQ-REG-LOTES ASSIGN TO "LOTFILE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS LOT-LOTE-ID
                                 FILE STATUS IS WRK-FS-REG-LOTES.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDFILE"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-INTERFACE ASSIGN TO "INTFILE"
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

           SELECT OPTIONAL ARQ-CTL-COPIA ASSIGN TO "SNPCTL"
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

           SELECT ARQ-RELATORIO ASSIGN TO "RBKREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-RELATORIO.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
       FILE                                          SECTION.
      *== MESTRE DE RESULTADOS (VER PRGCOB11), RECRIADO NA ORDEM
      *== DA CHAVE A PARTIR DO RESSNP
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

      *== COPIAS GRAVADAS PELO PRGCOB32
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

      *== CONTROLE DA COPIA (VER PRGCOB32)
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

      *== LOG DA ESTEIRA - MESMA LINHA DO PRGCOB21
       FD  ARQ-LOG
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG                         PIC X(080).

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           LABEL RECORDS ARE STANDARD.
       01  REG-DATA-NEG.
           05 DAT-DATA-NEGOCIO             PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DAT-SITUACAO                 PIC X(01).
               88 DAT-DIA-ABERTO             VALUE "A".

       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                   PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-MESTRE    PIC X(02)  VALUE "00".
           88 FS-MESTRE-OK          VALUE "00".

       77 WRK-FS-REG-LOTES PIC X(02)  VALUE "00".
           88 FS-REG-LOTES-OK       VALUE "00".

       77 WRK-FS-AUDITORIA PIC X(02)  VALUE "00".
           88 FS-AUDITORIA-OK       VALUE "00".

       77 WRK-FS-INTERFACE PIC X(02)  VALUE "00".
           88 FS-INTERFACE-OK       VALUE "00".

       77 WRK-FS-COP-MESTRE PIC X(02) VALUE "00".
           88 FS-COP-MESTRE-OK      VALUE "00".
           88 FS-COP-MESTRE-FIM     VALUE "10".

       77 WRK-FS-COP-LOTES PIC X(02)  VALUE "00".
           88 FS-COP-LOTES-OK       VALUE "00".
           88 FS-COP-LOTES-FIM      VALUE "10".

       77 WRK-FS-COP-AUDIT PIC X(02)  VALUE "00".
           88 FS-COP-AUDIT-OK       VALUE "00".
           88 FS-COP-AUDIT-FIM      VALUE "10".

       77 WRK-FS-COP-INTERF PIC X(02) VALUE "00".
           88 FS-COP-INTERF-OK      VALUE "00".
           88 FS-COP-INTERF-FIM     VALUE "10".

       77 WRK-FS-CTL-COPIA PIC X(02)  VALUE "00".
           88 FS-CTL-COPIA-OK       VALUES "00" "05".

       77 WRK-FS-CONTROLE  PIC X(02)  VALUE "00".
           88 FS-CONTROLE-OK        VALUES "00" "05".
           88 FS-CONTROLE-FIM       VALUE "10".

       77 WRK-FS-LOG       PIC X(02)  VALUE "00".
           88 FS-LOG-OK             VALUES "00" "05".

       77 WRK-FS-DATA-NEG  PIC X(02)  VALUE "00".
           88 FS-DATA-NEG-OK        VALUES "00" "05".

       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".

       77 WRK-SW-DATA-NEG  PIC X(01)  VALUE "N".
           88 DATA-NEGOCIO-OK       VALUE "S".

       77 WRK-SW-RELATORIO PIC X(01)  VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".

       77 WRK-SW-COPIA     PIC X(01)  VALUE "N".
           88 COPIA-DO-DIA          VALUE "S".

       77 WRK-SW-RECUSADO  PIC X(01)  VALUE "N".
           88 ROLLBACK-RECUSADO     VALUE "S".

       77 WRK-SW-RESTAURA  PIC X(01)  VALUE "S".
           88 RESTAURACAO-OK        VALUE "S".

       77 WRK-SW-FIM-COPIA PIC X(01)  VALUE "N".
           88 FIM-COPIA             VALUE "S".

       77 WRK-MOTIVO       PIC X(40)  VALUE SPACES.

      *== QUANTIDADES DA COPIA (SNPCTL) E RESTAURADAS, POR ARQUIVO
       77 WRK-QTD-COP-MESTRE PIC 9(08) COMP VALUE ZEROS.
       77 WRK-QTD-COP-LOTES  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-QTD-COP-AUDIT  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-QTD-COP-INTERF PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-MESTRE  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LOTES   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-AUDIT   PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-INTERF  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-PASSOS  PIC 9(08) COMP VALUE ZEROS.

       77 WRK-DATA-COPIA   PIC 9(08)  VALUE ZEROS.
       77 WRK-HORA-COPIA   PIC X(08)  VALUE SPACES.

      *== LINHA DE CONFERENCIA DE UM ARQUIVO NO RELATORIO
       77 WRK-NOME-ARQ     PIC X(08)  VALUE SPACES.
       77 WRK-QTD-ESPERADA PIC 9(08) COMP VALUE ZEROS.
       77 WRK-QTD-GRAVADA  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-SIT-ARQ      PIC X(12)  VALUE SPACES.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED2     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.

      *== PASSOS POSTERIORES A COPIA, RETIRADOS DO RUNFILE NO
      *== ROLLBACK; O PRGCOB12 E O PRGCOB32 FICAM ENCERRADOS E O
      *== PRGCOB11 VOLTA A SER LIBERADO PELO PRGCOB21
       77 WRK-QTD-PASSOS   PIC 9(04) COMP VALUE 3.
       77 WRK-IND-PASSO    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SW-REINICIA  PIC X(01)  VALUE "N".
           88 PASSO-REINICIADO      VALUE "S".

       01 WRK-TABELA-PASSOS.
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB11".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB14".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB16".
       01 WRK-TABELA-PASSOS-R REDEFINES WRK-TABELA-PASSOS.
           05 WRK-TAB-PASSO OCCURS 3 TIMES PIC X(08).

      *== IMAGEM DO RUNFILE EM MEMORIA, REGRAVADA SEM OS PASSOS
      *== REINICIADOS (MESMO LIMITE DO PRGCOB21)
       77 WRK-MAX-REGS     PIC 9(04) COMP VALUE 100.
       77 WRK-QTD-REGS     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-REG      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-REG-CONCIL   PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-CONTROLE.
           05 WRK-TAB-CTL OCCURS 100 TIMES.
               10 WRK-TAB-CTL-DATA     PIC 9(08).
               10 WRK-TAB-CTL-PASSO    PIC X(08).
               10 WRK-TAB-CTL-SIT      PIC X(01).
               10 WRK-TAB-CTL-RC       PIC 9(02).
               10 WRK-TAB-CTL-HINI     PIC X(08).
               10 WRK-TAB-CTL-HFIM     PIC X(08).

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

           IF NOT ROLLBACK-RECUSADO
               PERFORM 0200-RESTAURAR-ARQUIVOS
           END-IF.

           IF NOT ROLLBACK-RECUSADO
               AND RESTAURACAO-OK
               PERFORM 0260-REINICIAR-PASSOS
           END-IF.

           PERFORM 0300-FINALIZAR.

           STOP RUN.


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

           PERFORM 0110-LER-CONTROLE-COPIA.

           IF NOT COPIA-DO-DIA
               MOVE "SEM COPIA DE SEGURANCA DO DIA"
                 TO WRK-MOTIVO
               PERFORM 0180-RECUSAR-ROLLBACK
               GO TO 0100-INICIAR-FIM
           END-IF.

           PERFORM 0120-CARREGAR-CONTROLE.

           IF ROLLBACK-RECUSADO
               GO TO 0100-INICIAR-FIM
           END-IF.

           PERFORM 0150-CONFERIR-CONCILIACAO.

       0100-INICIAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O ROLLBACK E DO DIA DE NEGOCIO DO DATFILE (PRGCOB24);
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
      *== SO VALE A COPIA TOMADA PARA O MESMO DIA DE NEGOCIO; A
      *== DE UM DIA ANTERIOR DESFARIA CALCULOS JA CONCILIADOS
      *-----------------------------------------------------------------
       0110-LER-CONTROLE-COPIA               SECTION.

           OPEN INPUT ARQ-CTL-COPIA.

           IF NOT FS-CTL-COPIA-OK
               DISPLAY "ERRO AO ABRIR SNPCTL - FS="
                       WRK-FS-CTL-COPIA
               GO TO 0110-LER-CONTROLE-COPIA-FIM
           END-IF.

           READ ARQ-CTL-COPIA
               AT END
                   CONTINUE
               NOT AT END
                   IF SNP-DATA-NEGOCIO IS NUMERIC
                       AND SNP-DATA-NEGOCIO = WRK-DATA-NEGOCIO
                       AND SNP-QTD-MESTRE IS NUMERIC
                       AND SNP-QTD-LOTES  IS NUMERIC
                       AND SNP-QTD-AUDIT  IS NUMERIC
                       AND SNP-QTD-INTERF IS NUMERIC
                       SET COPIA-DO-DIA TO TRUE
                       MOVE SNP-DATA-COPIA TO WRK-DATA-COPIA
                       MOVE SNP-HORA-COPIA TO WRK-HORA-COPIA
                       MOVE SNP-QTD-MESTRE TO WRK-QTD-COP-MESTRE
                       MOVE SNP-QTD-LOTES  TO WRK-QTD-COP-LOTES
                       MOVE SNP-QTD-AUDIT  TO WRK-QTD-COP-AUDIT
                       MOVE SNP-QTD-INTERF TO WRK-QTD-COP-INTERF
                   END-IF
           END-READ.

           CLOSE ARQ-CTL-COPIA.

       0110-LER-CONTROLE-COPIA-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O RUNFILE E CARREGADO INTEIRO, PARA A REGRAVACAO SO
      *== RETIRAR OS PASSOS REINICIADOS
      *-----------------------------------------------------------------
       0120-CARREGAR-CONTROLE                SECTION.

           OPEN INPUT ARQ-CONTROLE.

           IF NOT FS-CONTROLE-OK
               DISPLAY "ERRO AO ABRIR RUNFILE - FS="
                       WRK-FS-CONTROLE
               MOVE "ERRO AO ABRIR RUNFILE" TO WRK-MOTIVO
               PERFORM 0180-RECUSAR-ROLLBACK
               GO TO 0120-CARREGAR-CONTROLE-FIM
           END-IF.

           PERFORM 0125-LER-CONTROLE
               UNTIL FS-CONTROLE-FIM
                  OR WRK-QTD-REGS >= WRK-MAX-REGS.

           IF NOT FS-CONTROLE-FIM
               DISPLAY "TABELA DE CONTROLE CHEIA - AUMENTAR"
               DISPLAY "WRK-MAX-REGS NO PRGCOB33"
               MOVE "TABELA DE CONTROLE CHEIA" TO WRK-MOTIVO
               PERFORM 0180-RECUSAR-ROLLBACK
           END-IF.

           CLOSE ARQ-CONTROLE.

       0120-CARREGAR-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
       0125-LER-CONTROLE                     SECTION.

           READ ARQ-CONTROLE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WRK-QTD-REGS
                   MOVE RUN-DATA
                     TO WRK-TAB-CTL-DATA (WRK-QTD-REGS)
                   MOVE RUN-PASSO
                     TO WRK-TAB-CTL-PASSO (WRK-QTD-REGS)
                   MOVE RUN-SITUACAO
                     TO WRK-TAB-CTL-SIT (WRK-QTD-REGS)
                   MOVE RUN-RC
                     TO WRK-TAB-CTL-RC (WRK-QTD-REGS)
                   MOVE RUN-HORA-INI
                     TO WRK-TAB-CTL-HINI (WRK-QTD-REGS)
                   MOVE RUN-HORA-FIM
                     TO WRK-TAB-CTL-HFIM (WRK-QTD-REGS)
                   IF RUN-DATA IS NUMERIC
                       AND RUN-DATA = WRK-DATA-NEGOCIO
                       AND RUN-PASSO = "PRGCOB14"
                       MOVE WRK-QTD-REGS TO WRK-REG-CONCIL
                   END-IF
           END-READ.

       0125-LER-CONTROLE-FIM. EXIT.


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
           STRING "ROLLBACK DA ESTEIRA NOTURNA - PRGCOB33"
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
      *== O ROLLBACK SO DESFAZ UMA CONCILIACAO DIVERGENTE: O
      *== PRGCOB14 DO DIA ENCERRADO ("F") COM RC >= 8. DEPOIS DO
      *== ROLLBACK O REGISTRO DELE SAI DO RUNFILE, ENTAO UM
      *== SEGUNDO ROLLBACK SEM NOVA DIVERGENCIA E RECUSADO
      *-----------------------------------------------------------------
       0150-CONFERIR-CONCILIACAO             SECTION.

           EVALUATE TRUE
               WHEN WRK-REG-CONCIL = ZEROS
                   MOVE "PRGCOB14 NAO EXECUTADO NO DIA"
                     TO WRK-MOTIVO
                   PERFORM 0180-RECUSAR-ROLLBACK
               WHEN WRK-TAB-CTL-SIT (WRK-REG-CONCIL) NOT = "F"
                   MOVE "PRGCOB14 AINDA NAO ENCERROU"
                     TO WRK-MOTIVO
                   PERFORM 0180-RECUSAR-ROLLBACK
               WHEN WRK-TAB-CTL-RC (WRK-REG-CONCIL) < 8
                   MOVE "CONCILIACAO DO DIA SEM DIVERGENCIA"
                     TO WRK-MOTIVO
                   PERFORM 0180-RECUSAR-ROLLBACK
           END-EVALUATE.

       0150-CONFERIR-CONCILIACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0180-RECUSAR-ROLLBACK                 SECTION.

           SET ROLLBACK-RECUSADO TO TRUE.
           MOVE 12 TO RETURN-CODE.
           DISPLAY "PRGCOB33 - ROLLBACK RECUSADO: " WRK-MOTIVO.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING "ROLLBACK RECUSADO: " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0180-RECUSAR-ROLLBACK-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CADA ARQUIVO E RECRIADO (OPEN OUTPUT) E RECARREGADO DA
      *== COPIA; A QUANTIDADE RESTAURADA TEM QUE FECHAR COM A DO
      *== SNPCTL. QUALQUER FALHA DEIXA O RUNFILE COMO ESTAVA,
      *== PARA O PRGCOB33 SER REEXECUTADO DEPOIS DA CORRECAO
      *-----------------------------------------------------------------
       0200-RESTAURAR-ARQUIVOS               SECTION.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING "COPIA DE SEGURANCA TOMADA EM "
                      WRK-DATA-COPIA " AS " WRK-HORA-COPIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING "ARQUIVO     NA COPIA  RESTAURADOS  SITUACAO"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

           PERFORM 0210-RESTAURAR-MESTRE.
           MOVE "RESFILE"          TO WRK-NOME-ARQ.
           MOVE WRK-QTD-COP-MESTRE TO WRK-QTD-ESPERADA.
           MOVE WRK-CONT-MESTRE    TO WRK-QTD-GRAVADA.
           PERFORM 0250-CONFERIR-ARQUIVO.

           PERFORM 0220-RESTAURAR-LOTES.
           MOVE "LOTFILE"          TO WRK-NOME-ARQ.
           MOVE WRK-QTD-COP-LOTES  TO WRK-QTD-ESPERADA.
           MOVE WRK-CONT-LOTES     TO WRK-QTD-GRAVADA.
           PERFORM 0250-CONFERIR-ARQUIVO.

           PERFORM 0230-RESTAURAR-AUDITORIA.
           MOVE "AUDFILE"          TO WRK-NOME-ARQ.
           MOVE WRK-QTD-COP-AUDIT  TO WRK-QTD-ESPERADA.
           MOVE WRK-CONT-AUDIT     TO WRK-QTD-GRAVADA.
           PERFORM 0250-CONFERIR-ARQUIVO.

           PERFORM 0240-RESTAURAR-INTERFACE.
           MOVE "INTFILE"          TO WRK-NOME-ARQ.
           MOVE WRK-QTD-COP-INTERF TO WRK-QTD-ESPERADA.
           MOVE WRK-CONT-INTERF    TO WRK-QTD-GRAVADA.
           PERFORM 0250-CONFERIR-ARQUIVO.

           IF NOT RESTAURACAO-OK
               MOVE 12 TO RETURN-CODE
           END-IF.

       0200-RESTAURAR-ARQUIVOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-RESTAURAR-MESTRE                 SECTION.

           OPEN INPUT ARQ-COP-MESTRE.

           IF NOT FS-COP-MESTRE-OK
               DISPLAY "ERRO AO ABRIR RESSNP - FS="
                       WRK-FS-COP-MESTRE
               MOVE "N" TO WRK-SW-RESTAURA
               GO TO 0210-RESTAURAR-MESTRE-FIM
           END-IF.

           OPEN OUTPUT ARQ-MESTRE.

           IF NOT FS-MESTRE-OK
               DISPLAY "ERRO AO RECRIAR RESFILE - FS="
                       WRK-FS-MESTRE
               MOVE "N" TO WRK-SW-RESTAURA
               CLOSE ARQ-COP-MESTRE
               GO TO 0210-RESTAURAR-MESTRE-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0215-RESTAURAR-REG-MESTRE
               UNTIL FIM-COPIA.

           CLOSE ARQ-COP-MESTRE.
           CLOSE ARQ-MESTRE.

       0210-RESTAURAR-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-RESTAURAR-REG-MESTRE             SECTION.

           READ ARQ-COP-MESTRE
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0215-RESTAURAR-REG-MESTRE-FIM
           END-IF.

           IF NOT FS-COP-MESTRE-OK
               DISPLAY "ERRO AO LER RESSNP - FS="
                       WRK-FS-COP-MESTRE
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
               GO TO 0215-RESTAURAR-REG-MESTRE-FIM
           END-IF.

           MOVE REG-COP-MESTRE TO REG-MESTRE.
           WRITE REG-MESTRE
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF FS-MESTRE-OK
               ADD 1 TO WRK-CONT-MESTRE
           ELSE
               DISPLAY "ERRO AO GRAVAR RESFILE - FS="
                       WRK-FS-MESTRE " CHAVE " RES-DATA-PROC
                       "-" RES-SEQUENCIA
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
           END-IF.

       0215-RESTAURAR-REG-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-RESTAURAR-LOTES                  SECTION.

           OPEN INPUT ARQ-COP-LOTES.

           IF NOT FS-COP-LOTES-OK
               DISPLAY "ERRO AO ABRIR LOTSNP - FS="
                       WRK-FS-COP-LOTES
               MOVE "N" TO WRK-SW-RESTAURA
               GO TO 0220-RESTAURAR-LOTES-FIM
           END-IF.

           OPEN OUTPUT ARQ-REG-LOTES.

           IF NOT FS-REG-LOTES-OK
               DISPLAY "ERRO AO RECRIAR LOTFILE - FS="
                       WRK-FS-REG-LOTES
               MOVE "N" TO WRK-SW-RESTAURA
               CLOSE ARQ-COP-LOTES
               GO TO 0220-RESTAURAR-LOTES-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0225-RESTAURAR-REG-LOTE
               UNTIL FIM-COPIA.

           CLOSE ARQ-COP-LOTES.
           CLOSE ARQ-REG-LOTES.

       0220-RESTAURAR-LOTES-FIM. EXIT.


      *-----------------------------------------------------------------
       0225-RESTAURAR-REG-LOTE               SECTION.

           READ ARQ-COP-LOTES
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0225-RESTAURAR-REG-LOTE-FIM
           END-IF.

           IF NOT FS-COP-LOTES-OK
               DISPLAY "ERRO AO LER LOTSNP - FS="
                       WRK-FS-COP-LOTES
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
               GO TO 0225-RESTAURAR-REG-LOTE-FIM
           END-IF.

           MOVE REG-COP-LOTES TO REG-LOTE-CTL.
           WRITE REG-LOTE-CTL
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF FS-REG-LOTES-OK
               ADD 1 TO WRK-CONT-LOTES
           ELSE
               DISPLAY "ERRO AO GRAVAR LOTFILE - FS="
                       WRK-FS-REG-LOTES " LOTE " LOT-LOTE-ID
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
           END-IF.

       0225-RESTAURAR-REG-LOTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-RESTAURAR-AUDITORIA              SECTION.

           OPEN INPUT ARQ-COP-AUDIT.

           IF NOT FS-COP-AUDIT-OK
               DISPLAY "ERRO AO ABRIR AUDSNP - FS="
                       WRK-FS-COP-AUDIT
               MOVE "N" TO WRK-SW-RESTAURA
               GO TO 0230-RESTAURAR-AUDITORIA-FIM
           END-IF.

           OPEN OUTPUT ARQ-AUDITORIA.

           IF NOT FS-AUDITORIA-OK
               DISPLAY "ERRO AO RECRIAR AUDFILE - FS="
                       WRK-FS-AUDITORIA
               MOVE "N" TO WRK-SW-RESTAURA
               CLOSE ARQ-COP-AUDIT
               GO TO 0230-RESTAURAR-AUDITORIA-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0235-RESTAURAR-REG-AUDIT
               UNTIL FIM-COPIA.

           CLOSE ARQ-COP-AUDIT.
           CLOSE ARQ-AUDITORIA.

       0230-RESTAURAR-AUDITORIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-RESTAURAR-REG-AUDIT              SECTION.

           READ ARQ-COP-AUDIT
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0235-RESTAURAR-REG-AUDIT-FIM
           END-IF.

           IF NOT FS-COP-AUDIT-OK
               DISPLAY "ERRO AO LER AUDSNP - FS="
                       WRK-FS-COP-AUDIT
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
               GO TO 0235-RESTAURAR-REG-AUDIT-FIM
           END-IF.

           MOVE REG-COP-AUDIT TO REG-AUDITORIA.
           WRITE REG-AUDITORIA.

           IF FS-AUDITORIA-OK
               ADD 1 TO WRK-CONT-AUDIT
           ELSE
               DISPLAY "ERRO AO GRAVAR AUDFILE - FS="
                       WRK-FS-AUDITORIA
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
           END-IF.

       0235-RESTAURAR-REG-AUDIT-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-RESTAURAR-INTERFACE              SECTION.

           OPEN INPUT ARQ-COP-INTERF.

           IF NOT FS-COP-INTERF-OK
               DISPLAY "ERRO AO ABRIR INTSNP - FS="
                       WRK-FS-COP-INTERF
               MOVE "N" TO WRK-SW-RESTAURA
               GO TO 0240-RESTAURAR-INTERFACE-FIM
           END-IF.

           OPEN OUTPUT ARQ-INTERFACE.

           IF NOT FS-INTERFACE-OK
               DISPLAY "ERRO AO RECRIAR INTFILE - FS="
                       WRK-FS-INTERFACE
               MOVE "N" TO WRK-SW-RESTAURA
               CLOSE ARQ-COP-INTERF
               GO TO 0240-RESTAURAR-INTERFACE-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FIM-COPIA.
           PERFORM 0245-RESTAURAR-REG-INTERF
               UNTIL FIM-COPIA.

           CLOSE ARQ-COP-INTERF.
           CLOSE ARQ-INTERFACE.

       0240-RESTAURAR-INTERFACE-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-RESTAURAR-REG-INTERF             SECTION.

           READ ARQ-COP-INTERF
               AT END
                   SET FIM-COPIA TO TRUE
           END-READ.

           IF FIM-COPIA
               GO TO 0245-RESTAURAR-REG-INTERF-FIM
           END-IF.

           IF NOT FS-COP-INTERF-OK
               DISPLAY "ERRO AO LER INTSNP - FS="
                       WRK-FS-COP-INTERF
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
               GO TO 0245-RESTAURAR-REG-INTERF-FIM
           END-IF.

           MOVE REG-COP-INTERF TO REG-INTERFACE.
           WRITE REG-INTERFACE.

           IF FS-INTERFACE-OK
               ADD 1 TO WRK-CONT-INTERF
           ELSE
               DISPLAY "ERRO AO GRAVAR INTFILE - FS="
                       WRK-FS-INTERFACE
               MOVE "N" TO WRK-SW-RESTAURA
               SET FIM-COPIA TO TRUE
           END-IF.

       0245-RESTAURAR-REG-INTERF-FIM. EXIT.


      *-----------------------------------------------------------------
      *== QUANTIDADE RESTAURADA DIFERENTE DA COPIA (RESSNP/LOTSNP/
      *== AUDSNP/INTSNP TRUNCADO OU TROCADO) INVALIDA O ROLLBACK
      *-----------------------------------------------------------------
       0250-CONFERIR-ARQUIVO                 SECTION.

           IF WRK-QTD-GRAVADA = WRK-QTD-ESPERADA
               MOVE "RESTAURADO"   TO WRK-SIT-ARQ
           ELSE
               MOVE "DIVERGENTE"   TO WRK-SIT-ARQ
               MOVE "N" TO WRK-SW-RESTAURA
           END-IF.

           MOVE WRK-QTD-ESPERADA TO WRK-CONT-ED.
           MOVE WRK-QTD-GRAVADA  TO WRK-CONT-ED2.
           DISPLAY WRK-NOME-ARQ " COPIA " WRK-CONT-ED
                   " RESTAURADOS " WRK-CONT-ED2 " " WRK-SIT-ARQ.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING WRK-NOME-ARQ " " WRK-CONT-ED
                      "  " WRK-CONT-ED2 "  " WRK-SIT-ARQ
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0250-CONFERIR-ARQUIVO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== REGRAVA O RUNFILE SEM OS REGISTROS DO DIA DOS PASSOS
      *== POSTERIORES A COPIA; CADA PASSO RETIRADO SAI NO
      *== RELATORIO COM A SITUACAO E O RC QUE TINHA
      *-----------------------------------------------------------------
       0260-REINICIAR-PASSOS                 SECTION.

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING "PASSOS REINICIADOS NO RUNFILE:"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

           OPEN OUTPUT ARQ-CONTROLE.

           IF NOT FS-CONTROLE-OK
               DISPLAY "ERRO AO REGRAVAR RUNFILE - FS="
                       WRK-FS-CONTROLE
               MOVE "N" TO WRK-SW-RESTAURA
               MOVE 12 TO RETURN-CODE
               GO TO 0260-REINICIAR-PASSOS-FIM
           END-IF.

           MOVE ZEROS TO WRK-IND-REG.
           PERFORM 0265-REGRAVAR-CONTROLE
               UNTIL WRK-IND-REG >= WRK-QTD-REGS.

           CLOSE ARQ-CONTROLE.

       0260-REINICIAR-PASSOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0265-REGRAVAR-CONTROLE                SECTION.

           ADD 1 TO WRK-IND-REG.

           MOVE "N" TO WRK-SW-REINICIA.

           IF WRK-TAB-CTL-DATA (WRK-IND-REG) = WRK-DATA-NEGOCIO
               MOVE ZEROS TO WRK-IND-PASSO
               PERFORM 0267-COMPARAR-PASSO
                   UNTIL PASSO-REINICIADO
                      OR WRK-IND-PASSO >= WRK-QTD-PASSOS
           END-IF.

           IF PASSO-REINICIADO
               PERFORM 0270-GRAVAR-PASSO-REINICIADO
               GO TO 0265-REGRAVAR-CONTROLE-FIM
           END-IF.

           MOVE SPACES TO REG-CONTROLE.
           MOVE WRK-TAB-CTL-DATA (WRK-IND-REG)  TO RUN-DATA.
           MOVE WRK-TAB-CTL-PASSO (WRK-IND-REG) TO RUN-PASSO.
           MOVE WRK-TAB-CTL-SIT (WRK-IND-REG)   TO RUN-SITUACAO.
           MOVE WRK-TAB-CTL-RC (WRK-IND-REG)    TO RUN-RC.
           MOVE WRK-TAB-CTL-HINI (WRK-IND-REG)  TO RUN-HORA-INI.
           MOVE WRK-TAB-CTL-HFIM (WRK-IND-REG)  TO RUN-HORA-FIM.
           WRITE REG-CONTROLE.

           IF NOT FS-CONTROLE-OK
               DISPLAY "ERRO AO GRAVAR RUNFILE - FS="
                       WRK-FS-CONTROLE
               MOVE "N" TO WRK-SW-RESTAURA
               MOVE 12 TO RETURN-CODE
           END-IF.

       0265-REGRAVAR-CONTROLE-FIM. EXIT.


      *-----------------------------------------------------------------
       0267-COMPARAR-PASSO                   SECTION.

           ADD 1 TO WRK-IND-PASSO.

           IF WRK-TAB-PASSO (WRK-IND-PASSO)
                   = WRK-TAB-CTL-PASSO (WRK-IND-REG)
               SET PASSO-REINICIADO TO TRUE
           END-IF.

       0267-COMPARAR-PASSO-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-GRAVAR-PASSO-REINICIADO          SECTION.

           ADD 1 TO WRK-CONT-PASSOS.

           DISPLAY "PASSO REINICIADO: "
                   WRK-TAB-CTL-PASSO (WRK-IND-REG)
                   " SITUACAO " WRK-TAB-CTL-SIT (WRK-IND-REG)
                   " RC=" WRK-TAB-CTL-RC (WRK-IND-REG).

           IF RELATORIO-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING "  " WRK-TAB-CTL-PASSO (WRK-IND-REG)
                      "  SITUACAO " WRK-TAB-CTL-SIT (WRK-IND-REG)
                      "  RC=" WRK-TAB-CTL-RC (WRK-IND-REG)
                      "  INICIO " WRK-TAB-CTL-HINI (WRK-IND-REG)
                      "  FIM " WRK-TAB-CTL-HFIM (WRK-IND-REG)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0130-VERIFICAR-FS-RELATORIO
           END-IF.

       0270-GRAVAR-PASSO-REINICIADO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== A EXECUCAO FICA NO RUNLOG COMO FUNCAO "R", NO LEIAUTE
      *== DO PRGCOB21, COM O RESULTADO DO ROLLBACK NO MOTIVO
      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF NOT ROLLBACK-RECUSADO
               IF RESTAURACAO-OK
                   MOVE "ROLLBACK CONCLUIDO - RETOMAR NO PRGCOB11"
                     TO WRK-MOTIVO
               ELSE
                   MOVE "ROLLBACK INCOMPLETO - REPETIR O PRGCOB33"
                     TO WRK-MOTIVO
               END-IF
           END-IF.

           PERFORM 0310-GRAVAR-LOG.

           IF RELATORIO-ABERTO
               PERFORM 0320-GRAVAR-TOTAIS
               CLOSE ARQ-RELATORIO
           END-IF.

           MOVE WRK-CONT-PASSOS TO WRK-CONT-ED.
           DISPLAY "PASSOS REINICIADOS..: " WRK-CONT-ED.
           DISPLAY "PRGCOB33 - " WRK-MOTIVO.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-GRAVAR-LOG                       SECTION.

           OPEN EXTEND ARQ-LOG.

           IF FS-LOG-OK
               MOVE SPACES TO REG-LOG
               STRING WRK-DATA-NEGOCIO " " WRK-HORA-ED
                      " R"
                      " PRGCOB33"
                      " " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REG-LOG
               WRITE REG-LOG
               CLOSE ARQ-LOG
           ELSE
               DISPLAY "ERRO AO GRAVAR RUNLOG - FS=" WRK-FS-LOG
           END-IF.

       0310-GRAVAR-LOG-FIM. EXIT.


      *-----------------------------------------------------------------
       0320-GRAVAR-TOTAIS                    SECTION.

           MOVE SPACES TO REG-RELATORIO.
           STRING "-----------------------------------------"
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-PASSOS TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PASSOS REINICIADOS..: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RESULTADO...........: " WRK-MOTIVO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0320-GRAVAR-TOTAIS-FIM. EXIT.
