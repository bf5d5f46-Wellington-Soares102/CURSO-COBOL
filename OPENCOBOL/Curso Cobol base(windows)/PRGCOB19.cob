      *==               FINREL SO QUANDO O RELATORIO CHEGOU A SER
      *==               ABERTO (ABORTO NA ABERTURA DO FINRET OU DO
      *==               RESFILE GRAVAVA EM ARQUIVO FECHADO)
      *== ALTERACAO   : 13/11/2024 - WSC - RETORNO TAMBEM DOS
      *==               CALCULOS REENVIADOS PELO PRGCOB30 (MESMA
      *==               CHAVE DO MESTRE): CONTADOS A PARTE E A
      *==               REJEICAO NO REENVIO APONTADA COM O NUMERO
      *==               DO REENVIO. REJEICAO REPETIDA NAO DESFAZ A
      *==               LIBERACAO OU A RETENCAO JA DECIDIDA PELO
      *==               OPERADOR (PRGCOB29). REENVIO SEM RETORNO
      *==               APONTADO NA VARREDURA PELA DATA DO REENVIO
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
           05 FILLER                       PIC X(40).

      *== MESTRE DE RESULTADOS (VER PRGCOB11) - A SITUACAO DE
      *== RETORNO E MARCADA AQUI: "C" CONFIRMADO, "R" REJEITADO.
      *== "L"/"V" LIBERADO P/ REENVIO (PRGCOB29), "E" REENVIADO E
      *== "H" RETIDO P/ REVISAO SAO MARCADOS PELO PRGCOB30
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
               88 RES-RET-PENDENTE              VALUE SPACE.
               88 RES-RET-CONFIRMADO            VALUE "C".
               88 RES-RET-REJEITADO             VALUE "R".
               88 RES-RET-LIBERADO              VALUE "L".
               88 RES-RET-LIB-REVISAO           VALUE "V".
               88 RES-RET-REENVIADO             VALUE "E".
               88 RES-RET-RETIDO                VALUE "H".
           05 RES-QTD-REENVIO                 PIC 9(02).
           05 RES-DATA-REENVIO                PIC 9(08).

       FD  ARQ-PARAMETRO
           LABEL RECORDS ARE STANDARD.
       77 WRK-CONT-SEM-MST PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-PENDENTE PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-EXCECAO PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-RET-REENV PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-REJ-REENV PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-REENV-PEND PIC 9(08) COMP VALUE ZEROS.
       77 WRK-TRL-QTD      PIC 9(08)      VALUE ZEROS.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       0210-TRATAR-DETALHE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O CALCULO REENVIADO VOLTA COM A MESMA CHAVE DO ENVIO
      *== ORIGINAL; A REJEICAO DE UM ITEM JA LIBERADO OU RETIDO
      *== PELO OPERADOR SO E APONTADA, SEM MUDAR A SITUACAO
      *-----------------------------------------------------------------
       0215-MARCAR-RETORNO                   SECTION.

           IF RES-RET-REENVIADO
               AND (RET-ACEITO OR RET-REJEITADO)
               ADD 1 TO WRK-CONT-RET-REENV
           END-IF.

           EVALUATE TRUE
               WHEN RET-ACEITO
                   MOVE "C" TO RES-SIT-RETORNO
                   REWRITE REG-MESTRE
                   ADD 1 TO WRK-CONT-CONF
               WHEN RET-REJEITADO
                   IF RES-RET-REENVIADO
                       ADD 1 TO WRK-CONT-REJ-REENV
                   END-IF
                   IF NOT RES-RET-LIBERADO
                       AND NOT RES-RET-LIB-REVISAO
                       AND NOT RES-RET-RETIDO
                       MOVE "R" TO RES-SIT-RETORNO
                       REWRITE REG-MESTRE
                   END-IF
                   ADD 1 TO WRK-CONT-REJEIT
                   PERFORM 0245-GRAVAR-EXC-REJEITADO
               WHEN OTHER
           ADD 1 TO WRK-CONT-EXCECAO.

           MOVE SPACES TO REG-RELATORIO.
           IF RES-QTD-REENVIO > ZEROS
               STRING "REJEITADO NO REENV " RES-QTD-REENVIO
                      ": " RET-DATA "-" RET-SEQ
                      " CLI " RES-CLIENTE
                      " " RET-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING "REJEITADO P/ FINANCAS: " RET-DATA "-" RET-SEQ
                      " CLI " RES-CLIENTE
                      " " RET-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

      *== VARREDURA DOS NAO RECONHECIDOS: CALCULOS DO PERIODO QUE
      *== FICARAM SEM DISPOSICAO DE FINANCAS APOS APLICAR O
      *== RETORNO - HOJE ESSAS DIFERENCAS SO APARECIAM SEMANAS
      *== DEPOIS, QUANDO O FECHAMENTO DO MES NAO BATIA. O
      *== REENVIADO SEM RETORNO E JULGADO PELA DATA DO REENVIO,
      *== QUE PODE CAIR NO PERIODO COM O CALCULO ANTERIOR A ELE;
      *== POR ISSO A LEITURA PARTE DO INICIO DO MESTRE
      *-----------------------------------------------------------------
       0250-VARRER-PENDENTES                 SECTION.

               GO TO 0250-VARRER-PENDENTES-FIM
           END-IF.

           MOVE ZEROS            TO RES-DATA-PROC.
           MOVE ZEROS            TO RES-SEQUENCIA.

           START ARQ-MESTRE KEY NOT < RES-CHAVE
                   IF RES-DATA-PROC > WRK-DATA-FIM-NUM
                       SET FIM-VARREDURA TO TRUE
                   ELSE
                       PERFORM 0257-CONFERIR-PENDENTE
                   END-IF
           END-READ.

       0255-LER-PROXIMO-MESTRE-FIM. EXIT.


      *-----------------------------------------------------------------
       0257-CONFERIR-PENDENTE                SECTION.

           EVALUATE TRUE
               WHEN RES-RET-PENDENTE
                   IF RES-DATA-PROC NOT < WRK-DATA-INI-NUM
                       ADD 1 TO WRK-CONT-PENDENTE
                       PERFORM 0260-GRAVAR-EXC-PENDENTE
                   END-IF
               WHEN RES-RET-REENVIADO
                   IF RES-DATA-REENVIO NOT < WRK-DATA-INI-NUM
                       AND RES-DATA-REENVIO NOT > WRK-DATA-FIM-NUM
                       ADD 1 TO WRK-CONT-REENV-PEND
                       PERFORM 0265-GRAVAR-EXC-REENV-PEND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0257-CONFERIR-PENDENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-GRAVAR-EXC-PENDENTE              SECTION.

       0260-GRAVAR-EXC-PENDENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0265-GRAVAR-EXC-REENV-PEND            SECTION.

           ADD 1 TO WRK-CONT-EXCECAO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "REENVIO SEM RETORNO.: " RES-DATA-PROC
                  "-" RES-SEQUENCIA
                  " CLI " RES-CLIENTE
                  " REENV " RES-QTD-REENVIO
                  " EM " RES-DATA-REENVIO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0265-GRAVAR-EXC-REENV-PEND-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-RET-REENV TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RETORNOS DE REENVIO.: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-REJ-REENV TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REJEITADOS NO REENV.: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

           MOVE WRK-CONT-REENV-PEND TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REENVIOS SEM RETORNO: " WRK-CONT-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-VERIFICAR-FS-RELATORIO.

       0310-GRAVAR-TOTAIS-FIM. EXIT.
