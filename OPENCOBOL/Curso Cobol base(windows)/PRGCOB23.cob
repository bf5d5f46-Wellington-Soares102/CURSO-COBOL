       PROGRAM-ID. PRGCOB23.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CARGA INICIAL DOS MESTRES INDEXADOS USADOS
      *==               PELO PRGCOB11 E PRGCOB18: CONVERTE O
      *==               MESTRE DE OPERADORES (OPRFILE) PARA O
      *==               OPRIDX (CHAVE OPR-ID) E O DE TAXAS
      *==               BRANCO/ZEROS. APOS A CARGA O RESNOVO DEVE
      *==               SUBSTITUIR O RESFILE (RENAME PELA
      *==               OPERACAO) ANTES DE RODAR A ESTEIRA
      *== ALTERACAO   : 06/11/2024 - WSC - OPRIDX COM SITUACAO,
      *==               FALHAS DE SIGN-ON, DATA DA SENHA E
      *==               AUTORIDADE DE ADMINISTRACAO (COLUNA NOVA
      *==               NO OPRFILE, BRANCO = "N"); A CARGA GRAVA
      *==               OPERADOR ATIVO, SEM FALHAS E COM A SENHA
      *==               DATADA DO DIA. DEPOIS DA CARGA O CADASTRO
      *==               E MANTIDO PELO PRGCOB25
      *== ALTERACAO   : 08/11/2024 - WSC - TAXIDX COM CHAVE
      *==               CLIENTE + DATA DE VIGENCIA (COLUNA NOVA NO
      *==               TAXFILE, BRANCO = ZEROS = DESDE A CARGA) E
      *==               DATA DE INCLUSAO; O MESMO CLIENTE PODE
      *==               TER VARIAS VIGENCIAS. DEPOIS DA CARGA AS
      *==               TAXAS SAO MANTIDAS PELO PRGCOB26
      *== ALTERACAO   : 13/11/2024 - WSC - CONVERSAO DO RESFILE
      *==               PASSA A PARTIR DO LEIAUTE DE 25/10/2024
      *==               (CLIENTE, AJUSTE E SITUACAO DE RETORNO
      *==               PRESERVADOS) PARA O LEIAUTE COM O CONTROLE
      *==               DE REENVIO A FINANCAS (PRGCOB30), QUE SAI
      *==               ZERADO; MESMA TROCA DO RESNOVO PELO RESFILE
      *== ALTERACAO   : 26/11/2024 - WSC - OPRIDX E TAXIDX QUE JA
      *==               TEM REGISTROS NAO SAO RECARREGADOS (O
      *==               CADASTRO E MANTIDO PELO PRGCOB25 E PELO
      *==               PRGCOB26), PARA A EXECUCAO QUE SO CONVERTE
      *==               O RESFILE NAO APAGAR A MANUTENCAO. PARA
      *==               RECARREGAR, REMOVER ANTES O MESTRE INDEXADO
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.

           SELECT ARQ-OPR-IDX   ASSIGN TO "OPRIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS IDX-OPR-ID
                                 FILE STATUS IS WRK-FS-OPR-IDX.


           SELECT ARQ-TAX-IDX   ASSIGN TO "TAXIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS IDX-TAX-CHAVE
                                 FILE STATUS IS WRK-FS-TAX-IDX.

           SELECT ARQ-RES-ENT   ASSIGN TO "RESFILE"
           05 OPR-AUT-S                    PIC X(01).
           05 OPR-AUT-M                    PIC X(01).
           05 OPR-AUT-D                    PIC X(01).
           05 FILLER                       PIC X(01).
           05 OPR-AUT-ADM                  PIC X(01).

       FD  ARQ-OPR-IDX
           LABEL RECORDS ARE STANDARD.
           05 IDX-OPR-AUT-S                PIC X(01).
           05 IDX-OPR-AUT-M                PIC X(01).
           05 IDX-OPR-AUT-D                PIC X(01).
           05 FILLER                       PIC X(01).
           05 IDX-OPR-SITUACAO             PIC X(01).
           05 FILLER                       PIC X(01).
           05 IDX-OPR-TENT-FALHAS          PIC 9(02).
           05 FILLER                       PIC X(01).
           05 IDX-OPR-DATA-SENHA           PIC 9(08).
           05 FILLER                       PIC X(01).
           05 IDX-OPR-AUT-ADM              PIC X(01).

      *== TAXAS POR CLIENTE SEQUENCIAL (ORIGEM DA CONVERSAO)
       FD  ARQ-TAX-ENT
           05 TAX-CLIENTE                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 TAX-FATOR                    PIC 9(03)V99.
           05 FILLER                       PIC X(01).
           05 TAX-VIGENCIA                 PIC X(08).

       FD  ARQ-TAX-IDX
           LABEL RECORDS ARE STANDARD.
       01  REG-TAX-IDX.
           05 IDX-TAX-CHAVE.
               10 IDX-TAX-CLIENTE          PIC X(04).
               10 IDX-TAX-DATA-VIGENCIA    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 IDX-TAX-FATOR                PIC 9(03)V99.
           05 FILLER                       PIC X(01).
           05 IDX-TAX-DATA-INCLUSAO        PIC 9(08).

      *== MESTRE DE RESULTADOS NO LEIAUTE ANTIGO (ORIGEM DA
      *== CONVERSAO), SEM O CONTROLE DE REENVIO
       FD  ARQ-RES-ENT
           LABEL RECORDS ARE STANDARD.
       01  REG-RES-ENT.
           05 RES-ENT-RESULTADO            PIC S9(08)V99
                                           SIGN LEADING SEPARATE.
           05 RES-ENT-SIT-CALCULO          PIC X(01).
           05 RES-ENT-CLIENTE              PIC X(04).
           05 RES-ENT-RESULT-AJUST         PIC S9(08)V99
                                           SIGN LEADING SEPARATE.
           05 RES-ENT-SIT-RETORNO          PIC X(01).

      *== MESTRE DE RESULTADOS NO LEIAUTE NOVO (MESMO REG-MESTRE
      *== DO PRGCOB11)
           05 RES-SAI-RESULT-AJUST         PIC S9(08)V99
                                           SIGN LEADING SEPARATE.
           05 RES-SAI-SIT-RETORNO          PIC X(01).
           05 RES-SAI-QTD-REENVIO          PIC 9(02).
           05 RES-SAI-DATA-REENVIO         PIC 9(08).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-OPR-ENT   PIC X(02)  VALUE "00".
           88 FS-TAX-IDX-OK         VALUE "00".
           88 FS-TAX-IDX-DUPLICADO  VALUE "22".

       77 WRK-SW-OPR-CARREGADO PIC X(01) VALUE "N".
           88 OPRIDX-JA-CARREGADO   VALUE "S".

       77 WRK-SW-TAX-CARREGADO PIC X(01) VALUE "N".
           88 TAXIDX-JA-CARREGADO   VALUE "S".

       77 WRK-SW-FIM-OPR   PIC X(01)  VALUE "N".
           88 FIM-OPERADORES        VALUE "S".

       77 WRK-CONT-RES-LIDOS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-RES-GRAV  PIC 9(08) COMP VALUE ZEROS.

       77 WRK-DATA-CARGA   PIC 9(08)  VALUE ZEROS.

       77 WRK-CONT-ED      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED2     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONT-ED3     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE                                    DIVISION.
       0001-PRINCIPAL                        SECTION.

           ACCEPT WRK-DATA-CARGA FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGAR-OPERADORES.
           PERFORM 0200-CARREGAR-TAXAS.
           PERFORM 0300-CONVERTER-RESULTADOS.
      *-----------------------------------------------------------------
       0100-CARREGAR-OPERADORES              SECTION.

           PERFORM 0105-VERIFICAR-OPRIDX.

           IF OPRIDX-JA-CARREGADO
               DISPLAY "OPRIDX JA CARREGADO - CARGA DO OPRFILE NAO"
                       " EFETUADA (CADASTRO MANTIDO PELO PRGCOB25)"
               GO TO 0100-CARREGAR-OPERADORES-FIM
           END-IF.

           OPEN INPUT ARQ-OPR-ENT.

           IF NOT FS-OPR-ENT-OK
       0100-CARREGAR-OPERADORES-FIM. EXIT.


      *-----------------------------------------------------------------
      *== OPRIDX AUSENTE OU VAZIO PODE SER CARREGADO; COM REGISTROS
      *== ELE JA TEM SITUACAO, FALHAS E SENHAS DO PRGCOB25
      *-----------------------------------------------------------------
       0105-VERIFICAR-OPRIDX                 SECTION.

           OPEN INPUT ARQ-OPR-IDX.

           IF NOT FS-OPR-IDX-OK
               GO TO 0105-VERIFICAR-OPRIDX-FIM
           END-IF.

           READ ARQ-OPR-IDX NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   SET OPRIDX-JA-CARREGADO TO TRUE
           END-READ.

           CLOSE ARQ-OPR-IDX.

       0105-VERIFICAR-OPRIDX-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-CONVERTER-OPERADOR               SECTION.

           MOVE OPR-AUT-S TO IDX-OPR-AUT-S.
           MOVE OPR-AUT-M TO IDX-OPR-AUT-M.
           MOVE OPR-AUT-D TO IDX-OPR-AUT-D.
           MOVE "A"       TO IDX-OPR-SITUACAO.
           MOVE ZEROS     TO IDX-OPR-TENT-FALHAS.
           MOVE WRK-DATA-CARGA TO IDX-OPR-DATA-SENHA.

           IF OPR-AUT-ADM = "S"
               MOVE "S" TO IDX-OPR-AUT-ADM
           ELSE
               MOVE "N" TO IDX-OPR-AUT-ADM
           END-IF.

           WRITE REG-OPR-IDX
               INVALID KEY
      *-----------------------------------------------------------------
       0200-CARREGAR-TAXAS                   SECTION.

           PERFORM 0205-VERIFICAR-TAXIDX.

           IF TAXIDX-JA-CARREGADO
               DISPLAY "TAXIDX JA CARREGADO - CARGA DO TAXFILE NAO"
                       " EFETUADA (TAXAS MANTIDAS PELO PRGCOB26)"
               GO TO 0200-CARREGAR-TAXAS-FIM
           END-IF.

           OPEN INPUT ARQ-TAX-ENT.

           IF NOT FS-TAX-ENT-OK
       0200-CARREGAR-TAXAS-FIM. EXIT.


      *-----------------------------------------------------------------
      *== TAXIDX AUSENTE OU VAZIO PODE SER CARREGADO; COM REGISTROS
      *== ELE JA TEM AS VIGENCIAS INCLUIDAS PELO PRGCOB26
      *-----------------------------------------------------------------
       0205-VERIFICAR-TAXIDX                 SECTION.

           OPEN INPUT ARQ-TAX-IDX.

           IF NOT FS-TAX-IDX-OK
               GO TO 0205-VERIFICAR-TAXIDX-FIM
           END-IF.

           READ ARQ-TAX-IDX NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   SET TAXIDX-JA-CARREGADO TO TRUE
           END-READ.

           CLOSE ARQ-TAX-IDX.

       0205-VERIFICAR-TAXIDX-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CONVERTER-TAXA                   SECTION.

                   ADD 1 TO WRK-CONT-TAX-LIDOS
                   IF TAX-CLIENTE = SPACES
                       OR TAX-FATOR NOT NUMERIC
                       OR (TAX-VIGENCIA NOT = SPACES
                           AND TAX-VIGENCIA NOT NUMERIC)
                       ADD 1 TO WRK-CONT-TAX-DESP
                       DISPLAY "TAXA INVALIDA DESPREZADA: "
                               REG-TAX-ENT
           MOVE SPACES      TO REG-TAX-IDX.
           MOVE TAX-CLIENTE TO IDX-TAX-CLIENTE.
           MOVE TAX-FATOR   TO IDX-TAX-FATOR.
           MOVE WRK-DATA-CARGA TO IDX-TAX-DATA-INCLUSAO.

           IF TAX-VIGENCIA = SPACES
               MOVE ZEROS        TO IDX-TAX-DATA-VIGENCIA
           ELSE
               MOVE TAX-VIGENCIA TO IDX-TAX-DATA-VIGENCIA
           END-IF.

           WRITE REG-TAX-IDX
               INVALID KEY
                   ADD 1 TO WRK-CONT-TAX-DESP
                   DISPLAY "TAXA DUPLICADA DESPREZADA: "
                           TAX-CLIENTE " " TAX-VIGENCIA
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-TAX-GRAV
           END-WRITE.


      *-----------------------------------------------------------------
      *== COPIA O RESFILE ANTIGO (65 BYTES) PARA O RESNOVO NO
      *== LEIAUTE ATUAL; NENHUM CALCULO FOI REENVIADO ANTES DO
      *== PRGCOB30, ENTAO A QUANTIDADE E A DATA DE REENVIO SAEM
      *== ZERADAS. SEM RESFILE NAO HA O QUE CONVERTER E O PASSO
      *== E IGNORADO
      *-----------------------------------------------------------------
       0300-CONVERTER-RESULTADOS             SECTION.

           MOVE RES-ENT-OPERACAO     TO RES-SAI-OPERACAO.
           MOVE RES-ENT-RESULTADO    TO RES-SAI-RESULTADO.
           MOVE RES-ENT-SIT-CALCULO  TO RES-SAI-SIT-CALCULO.
           MOVE RES-ENT-CLIENTE      TO RES-SAI-CLIENTE.
           MOVE RES-ENT-RESULT-AJUST TO RES-SAI-RESULT-AJUST.
           MOVE RES-ENT-SIT-RETORNO  TO RES-SAI-SIT-RETORNO.
           MOVE ZEROS                TO RES-SAI-QTD-REENVIO.
           MOVE ZEROS                TO RES-SAI-DATA-REENVIO.

           WRITE REG-RES-SAI.

           DISPLAY "OPERADORES LIDOS.....: " WRK-CONT-ED.
           DISPLAY "OPERADORES GRAVADOS..: " WRK-CONT-ED2.
           DISPLAY "OPERADORES DESPREZADOS " WRK-CONT-ED3.
           IF OPRIDX-JA-CARREGADO
               DISPLAY "OPERADORES...........: OPRIDX MANTIDO"
           END-IF.

           MOVE WRK-CONT-TAX-LIDOS TO WRK-CONT-ED.
           MOVE WRK-CONT-TAX-GRAV  TO WRK-CONT-ED2.
           DISPLAY "TAXAS LIDAS..........: " WRK-CONT-ED.
           DISPLAY "TAXAS GRAVADAS.......: " WRK-CONT-ED2.
           DISPLAY "TAXAS DESPREZADAS....: " WRK-CONT-ED3.
           IF TAXIDX-JA-CARREGADO
               DISPLAY "TAXAS................: TAXIDX MANTIDO"
           END-IF.

           MOVE WRK-CONT-RES-LIDOS TO WRK-CONT-ED.
           MOVE WRK-CONT-RES-GRAV  TO WRK-CONT-ED2.
