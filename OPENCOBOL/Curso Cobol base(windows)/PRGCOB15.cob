      *==               (PRGCOB18) EXIBIDAS NA CONSULTA
      *== ALTERACAO   : 04/10/2024 - WSC - SITUACAO DO RETORNO DE
      *==               FINANCAS (PRGCOB19) EXIBIDA NA CONSULTA
      *== ALTERACAO   : 13/11/2024 - WSC - SITUACOES DE REENVIO A
      *==               FINANCAS (PRGCOB29/PRGCOB30), QUANTIDADE E
      *==               DATA DO ULTIMO REENVIO EXIBIDAS NA CONSULTA
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
           05 RES-SIT-RETORNO                 PIC X(01).
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
                   DISPLAY "RETORNO FINANCAS....: CONFIRMADO"
               WHEN RES-RET-REJEITADO
                   DISPLAY "RETORNO FINANCAS....: REJEITADO"
               WHEN RES-RET-LIBERADO
               WHEN RES-RET-LIB-REVISAO
                   DISPLAY "RETORNO FINANCAS....: REJEITADO -"
                           " LIBERADO P/ REENVIO"
               WHEN RES-RET-REENVIADO
                   DISPLAY "RETORNO FINANCAS....: REENVIADO -"
                           " AGUARDANDO RETORNO"
               WHEN RES-RET-RETIDO
                   DISPLAY "RETORNO FINANCAS....: RETIDO P/"
                           " REVISAO MANUAL"
               WHEN OTHER
                   DISPLAY "RETORNO FINANCAS....: PENDENTE"
           END-EVALUATE.

           IF RES-QTD-REENVIO IS NUMERIC
               AND RES-QTD-REENVIO > ZEROS
               DISPLAY "REENVIOS A FINANCAS.: " RES-QTD-REENVIO
                       " - ULTIMO EM " RES-DATA-REENVIO
           END-IF.
           DISPLAY "-----------------------------------------".

       0220-EXIBIR-CALCULO-FIM. EXIT.
