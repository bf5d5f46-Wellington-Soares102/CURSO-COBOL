      *==               CADASTRO DE LOTES (LOTFILE)
      *== ALTERACAO   : 22/10/2024 - WSC - DATA DE NEGOCIO LIDA
      *==               DO DATFILE (PRGCOB24) NO LUGAR DO RELOGIO
      *== ALTERACAO   : 26/11/2024 - WSC - BASE DE SEQUENCIA NO
      *==               CHECKPOINT (LAYOUT DO PRGCOB11) E TOTAIS
      *==               DA EXECUCAO CONCILIADA GRAVADOS NO CONIDX
      *==               POR DATA DE NEGOCIO (EXTRATO PRGCOB35)
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT OPTIONAL ARQ-CTL-CONCIL ASSIGN TO "CONIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS CON-CHAVE
                                 FILE STATUS IS WRK-FS-CTL-CONCIL.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
           05 CKP-LOT-DET                  PIC 9(08).
           05 CKP-LOT-HASH                 PIC S9(10)V99.
           05 CKP-LOT-SEMTX                PIC 9(08).
      *== ULTIMA SEQUENCIA DO MESTRE ANTES DESTA EXECUCAO, PARA A
      *== RETOMADA CONTINUAR A NUMERACAO DE ONDE PAROU
           05 CKP-SEQ-BASE                 PIC 9(06).

       FD  ARQ-CONCILIACAO
           LABEL RECORDS ARE STANDARD.
           05 DAT-SITUACAO                 PIC X(01).
               88 DAT-DIA-ABERTO             VALUE "A".

      *== TOTAIS CONCILIADOS DO DIA - UM REGISTRO POR EXECUCAO DO
      *== PRGCOB11 SEM DIVERGENCIA, IDENTIFICADA PELA BASE DE
      *== SEQUENCIA DO MESTRE (NOVA CONCILIACAO DA MESMA EXECUCAO
      *== REGRAVA O REGISTRO). A SOMA DAS EXECUCOES DA DATA FECHA
      *== COM O MESTRE DO DIA NO EXTRATO CONTABIL (PRGCOB35)
       FD  ARQ-CTL-CONCIL
           LABEL RECORDS ARE STANDARD.
       01  REG-CTL-CONCIL.
           05 CON-CHAVE.
               10 CON-DATA-PROC            PIC 9(08).
               10 CON-SEQ-BASE             PIC 9(06).
           05 CON-CONT-PROCESS             PIC 9(08).
           05 CON-CONT-ERROS               PIC 9(08).
           05 CON-SOMA-RESULT              PIC S9(10)V99.

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-RELATORIO PIC X(02)  VALUE "00".
           88 FS-RELATORIO-OK       VALUE "00".
       77 WRK-SW-DATA-NEG  PIC X(01)  VALUE "N".
           88 DATA-NEGOCIO-OK       VALUE "S".

       77 WRK-FS-CTL-CONCIL PIC X(02) VALUE "00".
           88 FS-CTL-CONCIL-OK      VALUES "00" "05".

       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.

       77 WRK-SW-FIM-REL   PIC X(01)  VALUE "N".
       77 WRK-CKP-CONT-PROC PIC 9(08)      VALUE ZEROS.
       77 WRK-CKP-CONT-ERRO PIC 9(08)      VALUE ZEROS.
       77 WRK-CKP-SOMA      PIC S9(12)V99  VALUE ZEROS.
       77 WRK-CKP-SEQ-BASE  PIC 9(06)      VALUE ZEROS.

      *== SUBTOTAIS POR LOTE: OS DO RELATORIO (BLOCO SUBTOTAL DO
      *== LOTE) E OS DO CHECKPOINT, CONCILIADOS LOTE A LOTE
                           MOVE CKP-CONT-PROCESS TO WRK-CKP-CONT-PROC
                           MOVE CKP-CONT-ERROS   TO WRK-CKP-CONT-ERRO
                           MOVE CKP-SOMA-RESULT  TO WRK-CKP-SOMA
                           IF CKP-SEQ-BASE IS NUMERIC
                               MOVE CKP-SEQ-BASE TO WRK-CKP-SEQ-BASE
                           ELSE
                               MOVE ZEROS TO WRK-CKP-SEQ-BASE
                           END-IF
                           IF CKP-ULTIMO-REG > ZEROS
                               DISPLAY "AVISO: CHECKPOINT DE LOTE NAO"
                                       " ENCERRADO (RESTART PENDENTE)"
           ELSE
               DISPLAY "CONCILIACAO SEM DIVERGENCIAS"
               PERFORM 0340-MARCAR-LOTES-CONCILIADOS
               PERFORM 0350-GRAVAR-TOTAIS-DIA
           END-IF.

           IF REG-LOTES-DISPONIVEL
       0345-MARCAR-UM-LOTE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== OS TOTAIS DO CHECKPOINT FINAL FICAM GUARDADOS POR DATA DE
      *== NEGOCIO, POIS O CKPFILE SO TEM A ULTIMA EXECUCAO DO DIA
      *-----------------------------------------------------------------
       0350-GRAVAR-TOTAIS-DIA                SECTION.

           OPEN I-O ARQ-CTL-CONCIL.

           IF NOT FS-CTL-CONCIL-OK
               DISPLAY "ERRO AO ABRIR TOTAIS CONCILIADOS - FS="
                       WRK-FS-CTL-CONCIL
               MOVE 4 TO RETURN-CODE
               GO TO 0350-GRAVAR-TOTAIS-DIA-FIM
           END-IF.

           MOVE WRK-DATA-SISTEMA  TO CON-DATA-PROC.
           MOVE WRK-CKP-SEQ-BASE  TO CON-SEQ-BASE.
           MOVE WRK-CKP-CONT-PROC TO CON-CONT-PROCESS.
           MOVE WRK-CKP-CONT-ERRO TO CON-CONT-ERROS.
           MOVE WRK-CKP-SOMA      TO CON-SOMA-RESULT.

           WRITE REG-CTL-CONCIL
               INVALID KEY
                   REWRITE REG-CTL-CONCIL
           END-WRITE.

           IF NOT FS-CTL-CONCIL-OK
               DISPLAY "ERRO AO GRAVAR TOTAIS CONCILIADOS - FS="
                       WRK-FS-CTL-CONCIL
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ARQ-CTL-CONCIL.

       0350-GRAVAR-TOTAIS-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-COMPARAR-TOTAIS                  SECTION.

