      *==               CADASTRO DE LOTES LIDA DO DATFILE
      *==               (PRGCOB24) NO LUGAR DO RELOGIO, COMO JA
      *==               FAZEM PRGCOB11 E PRGCOB14
      *== ALTERACAO   : 11/11/2024 - WSC - CADASTRO DE PENDENCIAS
      *==               (SUSIDX): TODO DETALHE REJEITADO FICA
      *==               PENDENTE COM LOTE, MOTIVO E DATA DA PRIMEIRA
      *==               REJEICAO, E E LIQUIDADO QUANDO A TRANSACAO
      *==               CORRIGIDA PASSA NA CRITICA (ENVELHECIMENTO
      *==               PELO PRGCOB28)
      *== ALTERACAO   : 15/11/2024 - WSC - LIMITE DIARIO POR CLIENTE
      *==               (CLIFILE, PRGCOB17): OS ACEITOS DA DATA DE
      *==               NEGOCIO SAO SOMADOS POR CLIENTE NO EXPIDX,
      *==               ENTRE EXECUCOES; O DETALHE QUE PASSA DO
      *==               LIMITE DE QUANTIDADE OU DE VALOR DOS
      *==               OPERANDOS E REJEITADO (MOTIVO 08) E SAI NO
      *==               RELATORIO DE EXCESSOS (LIMREL)
      *== ALTERACAO   : 18/11/2024 - WSC - DUPLICIDADE ENTRE LOTES:
      *==               OS ACEITOS FICAM NO HISTORICO (HISIDX); O
      *==               DETALHE IGUAL A UM ACEITO NOS ULTIMOS N DIAS
      *==               (DUPPARM) FICA RETIDO NO DUPIDX, FORA DO
      *==               ACCFILE, E SAI NO DUPREL AO LADO DO LOTE E
      *==               DATA DO ORIGINAL; O RETIDO LIBERADO PELO
      *==               OPERADOR (PRGCOB31) SEGUE NUM LOTE PROPRIO
      *==               NO ACCFILE DA EXECUCAO SEGUINTE
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-DATA-NEG.

           SELECT OPTIONAL ARQ-SUSPENSOS ASSIGN TO "SUSIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS SUS-CHAVE
                                 FILE STATUS IS WRK-FS-SUSPENSOS.

           SELECT OPTIONAL ARQ-EXPOSICAO ASSIGN TO "EXPIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS EXP-CHAVE
                                 FILE STATUS IS WRK-FS-EXPOSICAO.

           SELECT ARQ-REL-LIMITE ASSIGN TO "LIMREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-REL-LIMITE.

           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIS-CHAVE
                                 FILE STATUS IS WRK-FS-HISTORICO.

           SELECT OPTIONAL ARQ-DUPLICADOS ASSIGN TO "DUPIDX"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DUP-CHAVE
                                 FILE STATUS IS WRK-FS-DUPLICADOS.

           SELECT OPTIONAL ARQ-PARM-DUPLIC ASSIGN TO "DUPPARM"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-PARM-DUPLIC.

           SELECT ARQ-REL-DUPLIC ASSIGN TO "DUPREL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WRK-FS-REL-DUPLIC.

      *-----------------------------------------------------------------

       DATA                                         DIVISION.
           05 LOT-DATA-CONCIL              PIC 9(08).

      *== MESTRE DE CLIENTES - CODIGO, NOME E SITUACAO ("A" ATIVO,
      *== "S" SUSPENSO) E LIMITE DIARIO DE QUANTIDADE E DE VALOR
      *== DOS OPERANDOS (ZEROS OU BRANCO = SEM LIMITE), MANTIDO
      *== PELO PRGCOB17
       FD  ARQ-CLIENTES
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIENTE.
           05 CLI-NOME                     PIC X(20).
           05 FILLER                       PIC X(01).
           05 CLI-SITUACAO                 PIC X(01).
           05 FILLER                       PIC X(01).
           05 CLI-LIM-QTD                  PIC 9(06).
           05 FILLER                       PIC X(01).
           05 CLI-LIM-VALOR                PIC 9(10)V99.

      *== CONTROLE DA DATA DE NEGOCIO, MANTIDO PELO PRGCOB24
       FD  ARQ-DATA-NEG
           05 DAT-SITUACAO                 PIC X(01).
               88 DAT-DIA-ABERTO              VALUE "A".

      *== PENDENCIAS DE REJEICAO - UM REGISTRO POR DETALHE
      *== REJEITADO (LOTE + POSICAO DO REGISTRO NO LOTE), COM O
      *== MOTIVO MAIS RECENTE, A DATA DA PRIMEIRA REJEICAO E A
      *== LIQUIDACAO QUANDO A TRANSACAO CORRIGIDA E ACEITA
       FD  ARQ-SUSPENSOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSO.
           05 SUS-CHAVE.
               10 SUS-LOTE-ID              PIC X(06).
               10 SUS-SEQ-REGISTRO         PIC 9(05).
           05 SUS-CLIENTE                  PIC X(04).
           05 SUS-MOTIVO                   PIC X(02).
           05 SUS-REGISTRO                 PIC X(23).
           05 SUS-DATA-REJEICAO            PIC 9(08).
           05 SUS-DATA-ULT-REJEICAO        PIC 9(08).
           05 SUS-QTD-REJEICOES            PIC 9(03).
           05 SUS-SITUACAO                 PIC X(01).
               88 SUS-PENDENTE               VALUE "P".
               88 SUS-LIQUIDADO              VALUE "L".
           05 SUS-DATA-LIQUIDACAO          PIC 9(08).
           05 SUS-LOTE-LIQUIDACAO          PIC X(06).

      *== EXPOSICAO DIARIA - ACEITOS POR CLIENTE E DATA DE NEGOCIO
      *== (QUANTIDADE E VALOR DOS OPERANDOS EM MODULO), SOMADOS A
      *== CADA EXECUCAO LIBERADA, E OS DETALHES RECUSADOS POR
      *== LIMITE
       FD  ARQ-EXPOSICAO
           LABEL RECORDS ARE STANDARD.
       01  REG-EXPOSICAO.
           05 EXP-CHAVE.
               10 EXP-CLIENTE              PIC X(04).
               10 EXP-DATA-NEGOCIO         PIC 9(08).
           05 EXP-QTD-ACEITOS              PIC 9(08).
           05 EXP-VALOR-ACEITO             PIC 9(12)V99.
           05 EXP-QTD-EXCEDIDOS            PIC 9(08).

       FD  ARQ-REL-LIMITE
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-LIMITE                  PIC X(080).

      *== HISTORICO DOS DETALHES ACEITOS - CLIENTE, OPERANDOS E
      *== OPERACAO, COM A DATA DE NEGOCIO, O LOTE E A POSICAO NO
      *== LOTE EM QUE FORAM ACEITOS
       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           05 HIS-CHAVE.
               10 HIS-IMAGEM.
                   15 HIS-CLIENTE          PIC X(04).
                   15 HIS-NUM1             PIC X(07).
                   15 HIS-NUM2             PIC X(07).
                   15 HIS-OPERACAO         PIC X(01).
               10 HIS-DATA-NEGOCIO         PIC 9(08).
               10 HIS-LOTE-ID              PIC X(06).
               10 HIS-SEQ-REGISTRO         PIC 9(05).
           05 HIS-ORIGEM                   PIC X(01).
               88 HIS-ACEITO-NORMAL          VALUE "N".
               88 HIS-LIBERADO-DUPLIC        VALUE "L".

      *== SUSPEITOS DE DUPLICIDADE - UM REGISTRO POR DETALHE RETIDO
      *== (LOTE + POSICAO NO LOTE), COM O ORIGINAL ACHADO NO
      *== HISTORICO. "R" RETIDO, "L" LIBERADO PELO OPERADOR NO
      *== PRGCOB31, "E" ENVIADO AO CALCULO, "B" BAIXADO COMO
      *== DUPLICADO
       FD  ARQ-DUPLICADOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DUPLICADO.
           05 DUP-CHAVE.
               10 DUP-LOTE-ID              PIC X(06).
               10 DUP-SEQ-REGISTRO         PIC 9(05).
           05 DUP-CLIENTE                  PIC X(04).
           05 DUP-REGISTRO                 PIC X(23).
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

      *== DIAS PARA TRAS EM QUE UM ACEITO IGUAL TORNA O DETALHE
      *== SUSPEITO (ZERO = SO A PROPRIA DATA DE NEGOCIO)
       FD  ARQ-PARM-DUPLIC
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-DUPLIC.
           05 PRM-DIAS-DUPLIC              PIC 9(03).

       FD  ARQ-REL-DUPLIC
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-DUPLIC                  PIC X(080).

       WORKING-STORAGE                       SECTION.
       77 WRK-FS-ENTRADA   PIC X(02)  VALUE "00".
           88 FS-ENTRADA-OK         VALUE "00".
           88 MOTIVO-OPERACAO       VALUE "05".
           88 MOTIVO-CLI-INEXIST    VALUE "06".
           88 MOTIVO-CLI-SUSPENSO   VALUE "07".
           88 MOTIVO-LIMITE         VALUE "08".

      *== OS SWITCHES DE CABECALHO E TRAILER VALEM PARA O LOTE EM
      *== CURSO: O CABECALHO DE UM NOVO LOTE OS REARMA
       77 WRK-QTD-CLIENTES PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-CLIENTE  PIC 9(04) COMP VALUE ZEROS.

      *== POR CLIENTE: LIMITE DIARIO, ACEITOS DAS EXECUCOES
      *== ANTERIORES NA DATA DE NEGOCIO (EXPIDX) E DESTA EXECUCAO
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLIENTE OCCURS 200 TIMES.
               10 WRK-TAB-CLI-CODIGO   PIC X(04).
               10 WRK-TAB-CLI-SIT      PIC X(01).
               10 WRK-TAB-CLI-LIM-QTD  PIC 9(06).
               10 WRK-TAB-CLI-LIM-VALOR PIC 9(10)V99.
               10 WRK-TAB-CLI-EXP-REG  PIC X(01).
               10 WRK-TAB-CLI-QTD-DIA  PIC 9(08) COMP.
               10 WRK-TAB-CLI-VLR-DIA  PIC 9(12)V99.
               10 WRK-TAB-CLI-EXC-DIA  PIC 9(08) COMP.
               10 WRK-TAB-CLI-QTD-EXEC PIC 9(08) COMP.
               10 WRK-TAB-CLI-VLR-EXEC PIC 9(12)V99.
               10 WRK-TAB-CLI-EXC-EXEC PIC 9(08) COMP.

       77 WRK-FS-EXPOSICAO PIC X(02) VALUE "00".
           88 FS-EXPOSICAO-OK       VALUES "00" "05".
           88 FS-EXPOSICAO-NAOACHOU VALUE "23".

       77 WRK-SW-EXPOSICAO PIC X(01) VALUE "N".
           88 EXPOSICAO-DISPONIVEL  VALUE "S".

       77 WRK-FS-REL-LIMITE PIC X(02) VALUE "00".
           88 FS-REL-LIMITE-OK      VALUE "00".

       77 WRK-SW-REL-LIMITE PIC X(01) VALUE "N".
           88 REL-LIMITE-ABERTO     VALUE "S".

      *== CLIENTE DO DETALHE EM CRITICA QUE PASSOU NO LIMITE; O
      *== ACEITO E SOMADO A ELE NO 0210
       77 WRK-IND-CLI-LIMITE PIC 9(04) COMP VALUE ZEROS.

       77 WRK-LIM-OPERANDO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-LIM-VLR-DET  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LIM-QTD-TENT PIC 9(08)    VALUE ZEROS.
       77 WRK-LIM-VLR-TENT PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CONT-LIMITE  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-LIM-SEQ-ED   PIC ZZZZ9  VALUE ZEROS.
       77 WRK-LIM-QTD-ED   PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-LIM-TENT-ED  PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-LIM-VALOR-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIM-VTENT-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WRK-FS-HISTORICO PIC X(02) VALUE "00".
           88 FS-HISTORICO-OK       VALUES "00" "05".
           88 FS-HISTORICO-DUPLIC   VALUE "22".

       77 WRK-SW-HISTORICO PIC X(01) VALUE "N".
           88 HISTORICO-DISPONIVEL  VALUE "S".

       77 WRK-FS-DUPLICADOS PIC X(02) VALUE "00".
           88 FS-DUPLICADOS-OK      VALUES "00" "05".
           88 FS-DUPLICADOS-FIM     VALUE "10".

       77 WRK-SW-DUPLICADOS PIC X(01) VALUE "N".
           88 DUPLICADOS-DISPONIVEL VALUE "S".

       77 WRK-FS-PARM-DUPLIC PIC X(02) VALUE "00".
           88 FS-PARM-DUPLIC-OK     VALUES "00" "05".

       77 WRK-FS-REL-DUPLIC PIC X(02) VALUE "00".
           88 FS-REL-DUPLIC-OK      VALUE "00".

       77 WRK-SW-REL-DUPLIC PIC X(01) VALUE "N".
           88 REL-DUPLIC-ABERTO     VALUE "S".

       77 WRK-SW-DUPLICADO PIC X(01) VALUE "N".
           88 DETALHE-DUPLICADO     VALUE "S".

       77 WRK-SW-FIM-HIST  PIC X(01) VALUE "N".
           88 FIM-HISTORICO         VALUE "S".

      *== JANELA DA DUPLICIDADE: DE WRK-DATA-INI-DUPLIC ATE A DATA
      *== DE NEGOCIO (PADRAO DE 7 DIAS SEM O DUPPARM)
       77 WRK-DIAS-DUPLIC  PIC 9(03) VALUE 7.
       77 WRK-IND-DIA      PIC 9(04) COMP VALUE ZEROS.
       01 WRK-DATA-INI-DUPLIC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INI-DUPLIC-R REDEFINES WRK-DATA-INI-DUPLIC.
           05 WRK-DID-ANO          PIC 9(04).
           05 WRK-DID-MES          PIC 9(02).
           05 WRK-DID-DIA          PIC 9(02).
       77 WRK-QUOCIENTE    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-RESTO-4      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-100    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-400    PIC 9(04) COMP VALUE ZEROS.

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

      *== IMAGEM QUE IDENTIFICA A TRANSACAO NA DUPLICIDADE
       01 WRK-DUP-IMAGEM.
           05 WRK-DIM-CLIENTE      PIC X(04).
           05 WRK-DIM-NUM1         PIC X(07).
           05 WRK-DIM-NUM2         PIC X(07).
           05 WRK-DIM-OPERACAO     PIC X(01).

      *== ORIGINAL ACHADO PARA O DETALHE SUSPEITO
       77 WRK-ORIG-LOTE-ID PIC X(06) VALUE SPACES.
       77 WRK-ORIG-SEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-ORIG-DATA    PIC 9(08) VALUE ZEROS.

      *== ACEITOS DESTA EXECUCAO: CONFERIDOS NA DUPLICIDADE JUNTO
      *== COM O HISTORICO E GRAVADOS NELE SO QUANDO O ARQUIVO E
      *== LIBERADO
       77 WRK-MAX-ACE-EXEC PIC 9(04) COMP VALUE 2000.
       77 WRK-QTD-ACE-EXEC PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-ACE-EXEC PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-ACE-EXEC.
           05 WRK-TAB-ACE-EXEC OCCURS 2000 TIMES.
               10 WRK-TAB-ACE-IMAGEM   PIC X(19).
               10 WRK-TAB-ACE-LOTE-ID  PIC X(06).
               10 WRK-TAB-ACE-SEQ      PIC 9(05).
               10 WRK-TAB-ACE-ORIGEM   PIC X(01).

       77 WRK-ACE-LOTE-ID  PIC X(06) VALUE SPACES.
       77 WRK-ACE-SEQ      PIC 9(05) VALUE ZEROS.
       77 WRK-ACE-ORIGEM   PIC X(01) VALUE SPACES.

      *== RETIDOS DESTA EXECUCAO, GRAVADOS NO DUPIDX NO FIM
       77 WRK-MAX-RETIDOS  PIC 9(04) COMP VALUE 500.
       77 WRK-QTD-RETIDOS  PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-RETIDO   PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-RETIDOS.
           05 WRK-TAB-RETIDO OCCURS 500 TIMES.
               10 WRK-TAB-RET-LOTE-ID  PIC X(06).
               10 WRK-TAB-RET-SEQ      PIC 9(05).
               10 WRK-TAB-RET-REGISTRO PIC X(23).
               10 WRK-TAB-RET-ORIG-LOTE PIC X(06).
               10 WRK-TAB-RET-ORIG-SEQ PIC 9(05).
               10 WRK-TAB-RET-ORIG-DATA PIC 9(08).

      *== LIBERADOS PELO OPERADOR, CARREGADOS DO DUPIDX NO INICIO
      *== E ENVIADOS NUM LOTE PROPRIO NO FIM DO ACCFILE
       77 WRK-MAX-LIBERADOS PIC 9(04) COMP VALUE 500.
       77 WRK-QTD-LIBERADOS PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-LIBERADO  PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-LIBERADOS.
           05 WRK-TAB-LIBERADO OCCURS 500 TIMES.
               10 WRK-TAB-LIB-CHAVE    PIC X(11).
               10 WRK-TAB-LIB-REGISTRO PIC X(23).

      *== LOTE DOS LIBERADOS: "DL" + NUMERO AINDA NAO USADO NO
      *== CADASTRO DE LOTES
       01 WRK-LOTE-LIBERADOS.
           05 FILLER               PIC X(02) VALUE "DL".
           05 WRK-LLI-NUMERO       PIC 9(04) VALUE ZEROS.

       77 WRK-SW-LOTE-LIVRE PIC X(01) VALUE "N".
           88 LOTE-ID-LIVRE         VALUE "S".

       01 WRK-CAB-LIBERADOS.
           05 FILLER               PIC X(01) VALUE "H".
           05 WRK-CLI-LOTE-ID      PIC X(06).
           05 WRK-CLI-DATA         PIC 9(08).
           05 FILLER               PIC X(08) VALUE "DUPLIC".

       77 WRK-LOT-CONT-RETIDO PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-RETIDOS    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-LIB-ENV    PIC 9(08) COMP VALUE ZEROS.
       77 WRK-DUP-SEQ-ED      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-DUP-OSEQ-ED     PIC ZZZZ9 VALUE ZEROS.
       77 WRK-DUP-DIAS-ED     PIC ZZ9   VALUE ZEROS.

       77 WRK-FS-SUSPENSOS PIC X(02) VALUE "00".
           88 FS-SUSPENSOS-OK       VALUES "00" "05".
           88 FS-SUSPENSOS-FIM      VALUE "10".

       77 WRK-SW-SUSPENSOS PIC X(01) VALUE "N".
           88 SUSPENSOS-DISPONIVEL  VALUE "S".

       77 WRK-SW-ACHOU-SUS PIC X(01) VALUE "N".
           88 ACHOU-SUSPENSO        VALUE "S".

      *== LOTE EM CURSO E POSICAO DO REGISTRO NELE (CHAVE DA
      *== PENDENCIA); O BUFFER DO CABECALHO E SOBREPOSTO PELOS
      *== DETALHES, POR ISSO O LOTE E GUARDADO AQUI
       77 WRK-LOTE-CORRENTE PIC X(06) VALUE SPACES.
       77 WRK-LOT-SEQ-REG   PIC 9(05) COMP VALUE ZEROS.

       77 WRK-CONT-SUS-NOVOS  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-SUS-REINC  PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-SUS-LIQUID PIC 9(08) COMP VALUE ZEROS.
       77 WRK-CONT-SUS-ED     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 WRK-SUS-CHAVE.
           05 WRK-SCH-LOTE-ID      PIC X(06).
           05 WRK-SCH-SEQ          PIC 9(05).

      *== IMAGEM DO DETALHE PENDENTE, COMPARADA CAMPO A CAMPO COM
      *== O DETALHE ACEITO PARA RECONHECER A CORRECAO
       01 WRK-SUS-IMAGEM.
           05 WRK-SIM-TIPO         PIC X(01).
           05 WRK-SIM-NUM1.
               10 WRK-SIM-NUM1-SINAL PIC X(01).
               10 WRK-SIM-NUM1-DIG   PIC X(06).
           05 WRK-SIM-NUM2.
               10 WRK-SIM-NUM2-SINAL PIC X(01).
               10 WRK-SIM-NUM2-DIG   PIC X(06).
           05 WRK-SIM-OPERACAO     PIC X(01).
           05 WRK-SIM-CLIENTE      PIC X(04).
           05 FILLER               PIC X(03).
       01 WRK-SUS-IMAGEM-R REDEFINES WRK-SUS-IMAGEM.
           05 FILLER               PIC X(01).
           05 WRK-SIM-CORPO        PIC X(22).

      *== PENDENCIAS EM ABERTO CARREGADAS NO INICIO, MAIS AS NOVAS
      *== DESTA EXECUCAO. A ACAO ("I" INCLUIR, "A" ALTERAR) E
      *== APLICADA AO CADASTRO SO QUANDO O ARQUIVO PASSA SEM ERRO
      *== DE CONTROLE, COMO A MARCACAO DOS LOTES
       77 WRK-MAX-SUSPENSOS PIC 9(04) COMP VALUE 1000.
       77 WRK-QTD-SUSPENSOS PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-SUSPENSO  PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-SUSPENSOS.
           05 WRK-TAB-SUSPENSO OCCURS 1000 TIMES.
               10 WRK-TAB-SUS-CHAVE.
                   15 WRK-TAB-SUS-LOTE-ID PIC X(06).
                   15 WRK-TAB-SUS-SEQ     PIC 9(05).
               10 WRK-TAB-SUS-MOTIVO   PIC X(02).
               10 WRK-TAB-SUS-REGISTRO PIC X(23).
               10 WRK-TAB-SUS-SITUACAO PIC X(01).
               10 WRK-TAB-SUS-LOTE-LIQ PIC X(06).
               10 WRK-TAB-SUS-ACAO     PIC X(01).
               10 WRK-TAB-SUS-REINCID  PIC 9(03) COMP.

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
               PERFORM 0116-VERIFICAR-FS-REJEITADOS
               PERFORM 0120-ABRIR-REG-LOTES
               PERFORM 0130-CARREGAR-CLIENTES
               PERFORM 0150-CARREGAR-EXPOSICAO
               PERFORM 0140-CARREGAR-SUSPENSOS
               PERFORM 0170-PREPARAR-DUPLICIDADE
               PERFORM 0160-LER-PROXIMO-REGISTRO
           END-IF.

                         TO WRK-TAB-CLI-CODIGO (WRK-QTD-CLIENTES)
                       MOVE CLI-SITUACAO
                         TO WRK-TAB-CLI-SIT (WRK-QTD-CLIENTES)
                       PERFORM 0137-GUARDAR-LIMITE
                   END-IF
           END-READ.

       0135-LER-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CLIENTE SEM AS COLUNAS DE LIMITE (CADASTRO ANTERIOR AO
      *== LIMITE) FICA SEM LIMITE
      *-----------------------------------------------------------------
       0137-GUARDAR-LIMITE                   SECTION.

           MOVE ZEROS TO WRK-TAB-CLI-LIM-QTD (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-LIM-VALOR (WRK-QTD-CLIENTES).
           MOVE "N"   TO WRK-TAB-CLI-EXP-REG (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-QTD-DIA (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-VLR-DIA (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-EXC-DIA (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-QTD-EXEC (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-VLR-EXEC (WRK-QTD-CLIENTES).
           MOVE ZEROS TO WRK-TAB-CLI-EXC-EXEC (WRK-QTD-CLIENTES).

           IF CLI-LIM-QTD IS NUMERIC
               MOVE CLI-LIM-QTD
                 TO WRK-TAB-CLI-LIM-QTD (WRK-QTD-CLIENTES)
           END-IF.

           IF CLI-LIM-VALOR IS NUMERIC
               MOVE CLI-LIM-VALOR
                 TO WRK-TAB-CLI-LIM-VALOR (WRK-QTD-CLIENTES)
           END-IF.

       0137-GUARDAR-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== ACEITOS DE EXECUCOES ANTERIORES NA MESMA DATA DE NEGOCIO,
      *== POR CLIENTE. SEM O EXPIDX A CRITICA SEGUE, MAS O LIMITE
      *== SO ENXERGA OS ACEITOS DESTA EXECUCAO
      *-----------------------------------------------------------------
       0150-CARREGAR-EXPOSICAO               SECTION.

           OPEN OUTPUT ARQ-REL-LIMITE.

           IF FS-REL-LIMITE-OK
               SET REL-LIMITE-ABERTO TO TRUE
               PERFORM 0158-GRAVAR-CABEC-LIMITE
           ELSE
               DISPLAY "ERRO AO ABRIR RELATORIO DE LIMITES - FS="
                       WRK-FS-REL-LIMITE
           END-IF.

           IF NOT CLIENTES-DISPONIVEL
               GO TO 0150-CARREGAR-EXPOSICAO-FIM
           END-IF.

           OPEN I-O ARQ-EXPOSICAO.

           IF NOT FS-EXPOSICAO-OK
               DISPLAY "EXPOSICAO DIARIA INDISPONIVEL - FS="
                       WRK-FS-EXPOSICAO
               DISPLAY "LIMITE CONFERIDO SO COM ESTA EXECUCAO"
               GO TO 0150-CARREGAR-EXPOSICAO-FIM
           END-IF.

           MOVE "S" TO WRK-SW-EXPOSICAO.

           MOVE ZEROS TO WRK-IND-CLIENTE.
           PERFORM 0155-LER-EXPOSICAO
               UNTIL WRK-IND-CLIENTE >= WRK-QTD-CLIENTES.

       0150-CARREGAR-EXPOSICAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0155-LER-EXPOSICAO                    SECTION.

           ADD 1 TO WRK-IND-CLIENTE.

           MOVE WRK-TAB-CLI-CODIGO (WRK-IND-CLIENTE) TO EXP-CLIENTE.
           MOVE WRK-DATA-SISTEMA TO EXP-DATA-NEGOCIO.

           READ ARQ-EXPOSICAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-TAB-CLI-EXP-REG (WRK-IND-CLIENTE)
                   MOVE EXP-QTD-ACEITOS
                     TO WRK-TAB-CLI-QTD-DIA (WRK-IND-CLIENTE)
                   MOVE EXP-VALOR-ACEITO
                     TO WRK-TAB-CLI-VLR-DIA (WRK-IND-CLIENTE)
                   MOVE EXP-QTD-EXCEDIDOS
                     TO WRK-TAB-CLI-EXC-DIA (WRK-IND-CLIENTE)
           END-READ.

       0155-LER-EXPOSICAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0158-GRAVAR-CABEC-LIMITE              SECTION.

           MOVE SPACES TO REG-REL-LIMITE.
           STRING "EXCESSOS DE LIMITE DIARIO POR CLIENTE - PRGCOB12"
                  "   DATA: " WRK-DATA-SISTEMA
               DELIMITED BY SIZE INTO REG-REL-LIMITE.
           WRITE REG-REL-LIMITE.
           PERFORM 0159-VERIFICAR-FS-REL-LIMITE.

           MOVE SPACES TO REG-REL-LIMITE.
           STRING "LOTE     REG CLI  LIM.QTD   QTD.TENT"
                  "      LIMITE VALOR      VALOR TENTADO"
               DELIMITED BY SIZE INTO REG-REL-LIMITE.
           WRITE REG-REL-LIMITE.
           PERFORM 0159-VERIFICAR-FS-REL-LIMITE.

       0158-GRAVAR-CABEC-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0159-VERIFICAR-FS-REL-LIMITE          SECTION.

           IF NOT FS-REL-LIMITE-OK
               DISPLAY "ERRO DE E/S NO RELATORIO DE LIMITES - FS="
                       WRK-FS-REL-LIMITE
           END-IF.

       0159-VERIFICAR-FS-REL-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O CADASTRO DE PENDENCIAS A CRITICA SEGUE, MAS OS
      *== REJEITADOS DESTA EXECUCAO NAO FICAM REGISTRADOS
      *-----------------------------------------------------------------
       0140-CARREGAR-SUSPENSOS               SECTION.

           OPEN I-O ARQ-SUSPENSOS.

           IF NOT FS-SUSPENSOS-OK
               DISPLAY "CADASTRO DE PENDENCIAS INDISPONIVEL - FS="
                       WRK-FS-SUSPENSOS
               DISPLAY "CRITICA SEGUE SEM REGISTRAR PENDENCIAS"
               GO TO 0140-CARREGAR-SUSPENSOS-FIM
           END-IF.

           MOVE "S" TO WRK-SW-SUSPENSOS.

           PERFORM 0145-LER-SUSPENSO
               UNTIL NOT FS-SUSPENSOS-OK
                  OR WRK-QTD-SUSPENSOS >= WRK-MAX-SUSPENSOS.

           EVALUATE TRUE
               WHEN FS-SUSPENSOS-FIM
                   CONTINUE
               WHEN FS-SUSPENSOS-OK
                   DISPLAY "TABELA DE PENDENCIAS CHEIA - AUMENTAR"
                   DISPLAY "WRK-MAX-SUSPENSOS NO PRGCOB12"
               WHEN OTHER
                   DISPLAY "ERRO AO LER PENDENCIAS - FS="
                           WRK-FS-SUSPENSOS
           END-EVALUATE.

       0140-CARREGAR-SUSPENSOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0145-LER-SUSPENSO                     SECTION.

           READ ARQ-SUSPENSOS NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF SUS-PENDENTE
                       ADD 1 TO WRK-QTD-SUSPENSOS
                       MOVE SUS-CHAVE
                         TO WRK-TAB-SUS-CHAVE (WRK-QTD-SUSPENSOS)
                       MOVE SUS-MOTIVO
                         TO WRK-TAB-SUS-MOTIVO (WRK-QTD-SUSPENSOS)
                       MOVE SUS-REGISTRO
                         TO WRK-TAB-SUS-REGISTRO (WRK-QTD-SUSPENSOS)
                       MOVE "P"
                         TO WRK-TAB-SUS-SITUACAO (WRK-QTD-SUSPENSOS)
                       MOVE SPACES
                         TO WRK-TAB-SUS-LOTE-LIQ (WRK-QTD-SUSPENSOS)
                       MOVE SPACE
                         TO WRK-TAB-SUS-ACAO (WRK-QTD-SUSPENSOS)
                       MOVE ZEROS
                         TO WRK-TAB-SUS-REINCID (WRK-QTD-SUSPENSOS)
                   END-IF
           END-READ.

       0145-LER-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SEM O HISTORICO NAO HA CONFERENCIA ENTRE EXECUCOES (SO
      *== DENTRO DESTA); SEM O DUPIDX O SUSPEITO NAO TEM ONDE FICAR
      *== RETIDO, POR ISSO A CRITICA NAO LIBERA O ARQUIVO SE HOUVER
      *== RETENCAO
      *-----------------------------------------------------------------
       0170-PREPARAR-DUPLICIDADE             SECTION.

           PERFORM 0172-LER-PARAMETRO-DUPLIC.

           MOVE WRK-DATA-SISTEMA TO WRK-DATA-INI-DUPLIC.
           MOVE ZEROS TO WRK-IND-DIA.
           PERFORM 0174-CALCULAR-VESPERA
               UNTIL WRK-IND-DIA >= WRK-DIAS-DUPLIC.

           OPEN OUTPUT ARQ-REL-DUPLIC.

           IF FS-REL-DUPLIC-OK
               SET REL-DUPLIC-ABERTO TO TRUE
               PERFORM 0178-GRAVAR-CABEC-DUPLIC
           ELSE
               DISPLAY "ERRO AO ABRIR RELATORIO DE DUPLICIDADE - FS="
                       WRK-FS-REL-DUPLIC
           END-IF.

           OPEN I-O ARQ-HISTORICO.

           IF FS-HISTORICO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "HISTORICO DE ACEITOS INDISPONIVEL - FS="
                       WRK-FS-HISTORICO
               DISPLAY "DUPLICIDADE CONFERIDA SO NESTA EXECUCAO"
           END-IF.

           OPEN I-O ARQ-DUPLICADOS.

           IF NOT FS-DUPLICADOS-OK
               DISPLAY "CADASTRO DE DUPLICADOS INDISPONIVEL - FS="
                       WRK-FS-DUPLICADOS
               GO TO 0170-PREPARAR-DUPLICIDADE-FIM
           END-IF.

           SET DUPLICADOS-DISPONIVEL TO TRUE.

           PERFORM 0176-LER-LIBERADO
               UNTIL NOT FS-DUPLICADOS-OK
                  OR WRK-QTD-LIBERADOS >= WRK-MAX-LIBERADOS.

           IF FS-DUPLICADOS-OK
               DISPLAY "TABELA DE LIBERADOS CHEIA - OS DEMAIS SEGUEM"
                       " NA PROXIMA EXECUCAO"
           END-IF.

       0170-PREPARAR-DUPLICIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
       0172-LER-PARAMETRO-DUPLIC             SECTION.

           OPEN INPUT ARQ-PARM-DUPLIC.

           IF NOT FS-PARM-DUPLIC-OK
               GO TO 0172-LER-PARAMETRO-DUPLIC-FIM
           END-IF.

           READ ARQ-PARM-DUPLIC
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-DIAS-DUPLIC IS NUMERIC
                       MOVE PRM-DIAS-DUPLIC TO WRK-DIAS-DUPLIC
                   ELSE
                       DISPLAY "DUPPARM INVALIDO - JANELA PADRAO DE "
                               WRK-DIAS-DUPLIC " DIAS"
                   END-IF
           END-READ.

           CLOSE ARQ-PARM-DUPLIC.

       0172-LER-PARAMETRO-DUPLIC-FIM. EXIT.


      *-----------------------------------------------------------------
      *== RECUA WRK-DATA-INI-DUPLIC UM DIA, PASSANDO PARA O ULTIMO
      *== DIA DO MES (OU DO ANO) ANTERIOR, COM 29/02 EM ANO
      *== BISSEXTO
      *-----------------------------------------------------------------
       0174-CALCULAR-VESPERA                 SECTION.

           ADD 1 TO WRK-IND-DIA.

           IF WRK-DID-DIA > 1
               SUBTRACT 1 FROM WRK-DID-DIA
               GO TO 0174-CALCULAR-VESPERA-FIM
           END-IF.

           IF WRK-DID-MES > 1
               SUBTRACT 1 FROM WRK-DID-MES
           ELSE
               SUBTRACT 1 FROM WRK-DID-ANO
               MOVE 12 TO WRK-DID-MES
           END-IF.

           MOVE WRK-TAB-DIAS-MES (WRK-DID-MES) TO WRK-DID-DIA.

           IF WRK-DID-MES = 2
               DIVIDE WRK-DID-ANO BY 4   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-DID-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-DID-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 = ZEROS
                   AND (WRK-RESTO-100 NOT = ZEROS
                        OR WRK-RESTO-400 = ZEROS)
                   MOVE 29 TO WRK-DID-DIA
               END-IF
           END-IF.

       0174-CALCULAR-VESPERA-FIM. EXIT.


      *-----------------------------------------------------------------
       0176-LER-LIBERADO                     SECTION.

           READ ARQ-DUPLICADOS NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF DUP-LIBERADO
                       ADD 1 TO WRK-QTD-LIBERADOS
                       MOVE DUP-CHAVE
                         TO WRK-TAB-LIB-CHAVE (WRK-QTD-LIBERADOS)
                       MOVE DUP-REGISTRO
                         TO WRK-TAB-LIB-REGISTRO (WRK-QTD-LIBERADOS)
                   END-IF
           END-READ.

       0176-LER-LIBERADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0178-GRAVAR-CABEC-DUPLIC              SECTION.

           MOVE WRK-DIAS-DUPLIC TO WRK-DUP-DIAS-ED.

           MOVE SPACES TO REG-REL-DUPLIC.
           STRING "SUSPEITOS DE DUPLICIDADE - PRGCOB12   DATA: "
                  WRK-DATA-SISTEMA "   JANELA: " WRK-DUP-DIAS-ED
                  " DIAS"
               DELIMITED BY SIZE INTO REG-REL-DUPLIC.
           WRITE REG-REL-DUPLIC.
           PERFORM 0179-VERIFICAR-FS-REL-DUPLIC.

           MOVE SPACES TO REG-REL-DUPLIC.
           STRING "LOTE     REG CLI  NUM1    NUM2    OP"
                  "   ORIGINAL:  LOTE    REG DATA"
               DELIMITED BY SIZE INTO REG-REL-DUPLIC.
           WRITE REG-REL-DUPLIC.
           PERFORM 0179-VERIFICAR-FS-REL-DUPLIC.

       0178-GRAVAR-CABEC-DUPLIC-FIM. EXIT.


      *-----------------------------------------------------------------
       0179-VERIFICAR-FS-REL-DUPLIC          SECTION.

           IF NOT FS-REL-DUPLIC-OK
               DISPLAY "ERRO DE E/S NO RELATORIO DE DUPLICIDADE - FS="
                       WRK-FS-REL-DUPLIC
           END-IF.

       0179-VERIFICAR-FS-REL-DUPLIC-FIM. EXIT.


      *-----------------------------------------------------------------
       0115-VERIFICAR-FS-ACEITOS             SECTION.

      *-----------------------------------------------------------------
       0200-CRITICAR-REGISTRO                SECTION.

           ADD 1 TO WRK-LOT-SEQ-REG.

           EVALUATE TRUE
               WHEN ENT-TIPO-CABECALHO
                   PERFORM 0230-TRATAR-CABECALHO

           SET CABECALHO-LIDO TO TRUE.
           MOVE "N"  TO WRK-SW-TRL-LIDO.
           MOVE CAB-LOTE-ID TO WRK-LOTE-CORRENTE.
           MOVE ZEROS TO WRK-LOT-SEQ-REG.
           MOVE ZEROS TO WRK-LOT-CONT-DET.
           MOVE ZEROS TO WRK-LOT-CONT-ACEIT.
           MOVE ZEROS TO WRK-LOT-CONT-REJEIT.
           MOVE ZEROS TO WRK-LOT-CONT-RETIDO.
           MOVE ZEROS TO WRK-LOT-HASH-ACEIT.
           ADD 1 TO WRK-CONT-LOTES.

           ADD 1 TO WRK-LOT-CONT-DET.

           SET REGISTRO-ACEITO TO TRUE.
           MOVE ZEROS TO WRK-IND-CLI-LIMITE.

           EVALUATE TRUE
               WHEN ENT-ULTIMO-BYTE = SPACE
                   PERFORM 0260-VALIDAR-CLIENTE
           END-EVALUATE.

           MOVE "N" TO WRK-SW-DUPLICADO.

           IF REGISTRO-ACEITO
               PERFORM 0290-VERIFICAR-DUPLICIDADE
           END-IF.

           EVALUATE TRUE
               WHEN DETALHE-DUPLICADO
                   PERFORM 0295-RETER-DUPLICADO
               WHEN REGISTRO-ACEITO
                   PERFORM 0210-GRAVAR-ACEITO
               WHEN OTHER
                   PERFORM 0220-GRAVAR-REJEITADO
           END-EVALUATE.

       0250-TRATAR-DETALHE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CLIENTE INEXISTENTE OU SUSPENSO E BARRADO AQUI, ANTES DO
      *== CALCULO, PARA NAO CHEGAR A FINANCAS PELO INTFILE; O
      *== CLIENTE ATIVO AINDA PASSA PELO LIMITE DIARIO
      *-----------------------------------------------------------------
       0260-VALIDAR-CLIENTE                  SECTION.

                   SET MOTIVO-CLI-INEXIST TO TRUE
               WHEN WRK-TAB-CLI-SIT (WRK-IND-CLIENTE) NOT = "A"
                   SET MOTIVO-CLI-SUSPENSO TO TRUE
               WHEN OTHER
                   PERFORM 0262-VERIFICAR-LIMITE
           END-EVALUATE.

       0260-VALIDAR-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O DETALHE E SOMADO AOS ACEITOS DO CLIENTE NA DATA DE
      *== NEGOCIO (EXECUCOES ANTERIORES + ESTA): PASSANDO DA
      *== QUANTIDADE OU DO VALOR DOS OPERANDOS (EM MODULO) DO
      *== LIMITE, E REJEITADO E APONTADO NO LIMREL COM O LIMITE E
      *== O TOTAL TENTADO
      *-----------------------------------------------------------------
       0262-VERIFICAR-LIMITE                 SECTION.

           MOVE ENT-NUM1 TO WRK-NUM1-HASH.
           MOVE ENT-NUM2 TO WRK-NUM2-HASH.
           MOVE WRK-NUM1-HASH TO WRK-LIM-OPERANDO.
           MOVE WRK-LIM-OPERANDO TO WRK-LIM-VLR-DET.
           MOVE WRK-NUM2-HASH TO WRK-LIM-OPERANDO.
           ADD WRK-LIM-OPERANDO TO WRK-LIM-VLR-DET.

           ADD WRK-TAB-CLI-QTD-DIA (WRK-IND-CLIENTE)
               WRK-TAB-CLI-QTD-EXEC (WRK-IND-CLIENTE) 1
               GIVING WRK-LIM-QTD-TENT.
           ADD WRK-TAB-CLI-VLR-DIA (WRK-IND-CLIENTE)
               WRK-TAB-CLI-VLR-EXEC (WRK-IND-CLIENTE)
               WRK-LIM-VLR-DET
               GIVING WRK-LIM-VLR-TENT.

           IF (WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE) > ZEROS
               AND WRK-LIM-QTD-TENT
                   > WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE))
           OR (WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE) > ZEROS
               AND WRK-LIM-VLR-TENT
                   > WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE))
               SET MOTIVO-LIMITE TO TRUE
               ADD 1 TO WRK-TAB-CLI-EXC-EXEC (WRK-IND-CLIENTE)
               ADD 1 TO WRK-CONT-LIMITE
               PERFORM 0264-GRAVAR-EXCESSO
           ELSE
               MOVE WRK-IND-CLIENTE TO WRK-IND-CLI-LIMITE
           END-IF.

       0262-VERIFICAR-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0264-GRAVAR-EXCESSO                   SECTION.

           IF NOT REL-LIMITE-ABERTO
               GO TO 0264-GRAVAR-EXCESSO-FIM
           END-IF.

           MOVE WRK-LOT-SEQ-REG TO WRK-LIM-SEQ-ED.
           MOVE WRK-TAB-CLI-LIM-QTD (WRK-IND-CLIENTE)
             TO WRK-LIM-QTD-ED.
           MOVE WRK-LIM-QTD-TENT TO WRK-LIM-TENT-ED.
           MOVE WRK-TAB-CLI-LIM-VALOR (WRK-IND-CLIENTE)
             TO WRK-LIM-VALOR-ED.
           MOVE WRK-LIM-VLR-TENT TO WRK-LIM-VTENT-ED.

           MOVE SPACES TO REG-REL-LIMITE.
           STRING WRK-LOTE-CORRENTE " " WRK-LIM-SEQ-ED
                  " " ENT-CLIENTE
                  " " WRK-LIM-QTD-ED
                  " " WRK-LIM-TENT-ED
                  " " WRK-LIM-VALOR-ED
                  " " WRK-LIM-VTENT-ED
               DELIMITED BY SIZE INTO REG-REL-LIMITE.
           WRITE REG-REL-LIMITE.
           PERFORM 0159-VERIFICAR-FS-REL-LIMITE.

       0264-GRAVAR-EXCESSO-FIM. EXIT.


      *-----------------------------------------------------------------
       0265-COMPARAR-CLIENTE                 SECTION.

           ADD 1 TO WRK-CONT-ACEITOS.
           ADD 1 TO WRK-LOT-CONT-ACEIT.

           IF WRK-IND-CLI-LIMITE > ZEROS
               ADD 1 TO WRK-TAB-CLI-QTD-EXEC (WRK-IND-CLI-LIMITE)
               ADD WRK-LIM-VLR-DET
                 TO WRK-TAB-CLI-VLR-EXEC (WRK-IND-CLI-LIMITE)
           END-IF.

           MOVE WRK-LOTE-CORRENTE TO WRK-ACE-LOTE-ID.
           MOVE WRK-LOT-SEQ-REG   TO WRK-ACE-SEQ.
           MOVE "N"               TO WRK-ACE-ORIGEM.
           PERFORM 0212-GUARDAR-ACEITO-EXEC.

           PERFORM 0270-LIQUIDAR-SUSPENSO.

       0210-GRAVAR-ACEITO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O ACEITO (IMAGEM EM WRK-DUP-IMAGEM) ENTRA NA TABELA DA
      *== EXECUCAO; COM A TABELA CHEIA ELE NAO VAI AO HISTORICO E
      *== NAO SERVE DE ORIGINAL NA DUPLICIDADE
      *-----------------------------------------------------------------
       0212-GUARDAR-ACEITO-EXEC              SECTION.

           IF WRK-QTD-ACE-EXEC >= WRK-MAX-ACE-EXEC
               DISPLAY "TABELA DE ACEITOS CHEIA - REGISTRO "
                       WRK-ACE-LOTE-ID "-" WRK-ACE-SEQ
                       " FORA DO HISTORICO"
               GO TO 0212-GUARDAR-ACEITO-EXEC-FIM
           END-IF.

           ADD 1 TO WRK-QTD-ACE-EXEC.
           MOVE WRK-DUP-IMAGEM
             TO WRK-TAB-ACE-IMAGEM (WRK-QTD-ACE-EXEC).
           MOVE WRK-ACE-LOTE-ID
             TO WRK-TAB-ACE-LOTE-ID (WRK-QTD-ACE-EXEC).
           MOVE WRK-ACE-SEQ
             TO WRK-TAB-ACE-SEQ (WRK-QTD-ACE-EXEC).
           MOVE WRK-ACE-ORIGEM
             TO WRK-TAB-ACE-ORIGEM (WRK-QTD-ACE-EXEC).

       0212-GUARDAR-ACEITO-EXEC-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-GRAVAR-REJEITADO                 SECTION.

               WHEN MOTIVO-CLI-SUSPENSO
                   MOVE "CLIENTE SUSPENSO"
                     TO REJ-MOTIVO-DESC
               WHEN MOTIVO-LIMITE
                   MOVE "LIMITE DIARIO DO CLIENTE"
                     TO REJ-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-REJEITADO.
           ADD 1 TO WRK-CONT-REJEIT.
           ADD 1 TO WRK-LOT-CONT-REJEIT.

           PERFORM 0280-REGISTRAR-SUSPENSO.

       0220-GRAVAR-REJEITADO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DETALHE ACEITO LIQUIDA A PRIMEIRA PENDENCIA EM ABERTO DE
      *== QUE ELE E A CORRECAO (VER 0275)
      *-----------------------------------------------------------------
       0270-LIQUIDAR-SUSPENSO                SECTION.

           IF NOT SUSPENSOS-DISPONIVEL
               GO TO 0270-LIQUIDAR-SUSPENSO-FIM
           END-IF.

           MOVE "N"   TO WRK-SW-ACHOU-SUS.
           MOVE ZEROS TO WRK-IND-SUSPENSO.
           PERFORM 0275-CONFERIR-CORRECAO
               UNTIL ACHOU-SUSPENSO
                  OR WRK-IND-SUSPENSO >= WRK-QTD-SUSPENSOS.

           IF ACHOU-SUSPENSO
               MOVE "L" TO WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO)
               MOVE WRK-LOTE-CORRENTE
                 TO WRK-TAB-SUS-LOTE-LIQ (WRK-IND-SUSPENSO)
               IF WRK-TAB-SUS-ACAO (WRK-IND-SUSPENSO) = SPACE
                   MOVE "A" TO WRK-TAB-SUS-ACAO (WRK-IND-SUSPENSO)
               END-IF
               ADD 1 TO WRK-CONT-SUS-LIQUID
           END-IF.

       0270-LIQUIDAR-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O DETALHE ACEITO E A CORRECAO DA PENDENCIA QUANDO OS
      *== CAMPOS QUE NAO CAUSARAM A REJEICAO SAO IGUAIS: SINAL (01)
      *== E DIGITOS (02) SO NO OPERANDO ERRADO, REGISTRO CURTO (03)
      *== PELO PRIMEIRO OPERANDO, TIPO (04) PELO CORPO, OPERACAO
      *== (05) PELOS OPERANDOS E CLIENTE; NOS MOTIVOS DE CLIENTE
      *== (06 EM DIANTE) A TRANSACAO VOLTA IGUAL
      *-----------------------------------------------------------------
       0275-CONFERIR-CORRECAO                SECTION.

           ADD 1 TO WRK-IND-SUSPENSO.

           IF WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO) NOT = "P"
               GO TO 0275-CONFERIR-CORRECAO-FIM
           END-IF.

           MOVE WRK-TAB-SUS-REGISTRO (WRK-IND-SUSPENSO)
             TO WRK-SUS-IMAGEM.

           EVALUATE WRK-TAB-SUS-MOTIVO (WRK-IND-SUSPENSO)
               WHEN "01"
                   IF WRK-SIM-NUM1-DIG = ENT-NUM1-DIGITOS
                       AND WRK-SIM-NUM2-DIG = ENT-NUM2-DIGITOS
                       AND WRK-SIM-OPERACAO = ENT-OPERACAO
                       AND WRK-SIM-CLIENTE  = ENT-CLIENTE
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
               WHEN "02"
                   IF WRK-SIM-NUM1-SINAL = ENT-NUM1-SINAL
                       AND WRK-SIM-NUM2-SINAL = ENT-NUM2-SINAL
                       AND WRK-SIM-OPERACAO = ENT-OPERACAO
                       AND WRK-SIM-CLIENTE  = ENT-CLIENTE
                       AND (WRK-SIM-NUM1-DIG NOT NUMERIC
                            OR WRK-SIM-NUM1-DIG = ENT-NUM1-DIGITOS)
                       AND (WRK-SIM-NUM2-DIG NOT NUMERIC
                            OR WRK-SIM-NUM2-DIG = ENT-NUM2-DIGITOS)
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
               WHEN "03"
                   IF WRK-SIM-NUM1 = ENT-NUM1
                       AND (WRK-SIM-CLIENTE = SPACES
                            OR WRK-SIM-CLIENTE = ENT-CLIENTE)
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
               WHEN "04"
                   IF WRK-SIM-CORPO = ENT-CORPO
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
               WHEN "05"
                   IF WRK-SIM-NUM1 = ENT-NUM1
                       AND WRK-SIM-NUM2 = ENT-NUM2
                       AND WRK-SIM-CLIENTE = ENT-CLIENTE
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
               WHEN OTHER
                   IF WRK-SIM-CORPO = ENT-CORPO
                       SET ACHOU-SUSPENSO TO TRUE
                   END-IF
           END-EVALUATE.

       0275-CONFERIR-CORRECAO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== REJEICAO DE UMA TRANSACAO JA PENDENTE (MESMO LOTE E
      *== POSICAO, NO REPROCESSAMENTO, OU MESMA IMAGEM VINDA EM
      *== OUTRO LOTE) SO ATUALIZA A PENDENCIA, PRESERVANDO A DATA
      *== DA PRIMEIRA REJEICAO; AS DEMAIS ABREM PENDENCIA NOVA
      *-----------------------------------------------------------------
       0280-REGISTRAR-SUSPENSO               SECTION.

           IF NOT SUSPENSOS-DISPONIVEL
               GO TO 0280-REGISTRAR-SUSPENSO-FIM
           END-IF.

           MOVE WRK-LOTE-CORRENTE TO WRK-SCH-LOTE-ID.
           MOVE WRK-LOT-SEQ-REG   TO WRK-SCH-SEQ.

           MOVE "N"   TO WRK-SW-ACHOU-SUS.
           MOVE ZEROS TO WRK-IND-SUSPENSO.
           PERFORM 0285-COMPARAR-SUSPENSO
               UNTIL ACHOU-SUSPENSO
                  OR WRK-IND-SUSPENSO >= WRK-QTD-SUSPENSOS.

           IF ACHOU-SUSPENSO
               MOVE WRK-MOTIVO
                 TO WRK-TAB-SUS-MOTIVO (WRK-IND-SUSPENSO)
               MOVE "P" TO WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO)
               MOVE SPACES
                 TO WRK-TAB-SUS-LOTE-LIQ (WRK-IND-SUSPENSO)
               ADD 1 TO WRK-TAB-SUS-REINCID (WRK-IND-SUSPENSO)
               IF WRK-TAB-SUS-ACAO (WRK-IND-SUSPENSO) = SPACE
                   MOVE "A" TO WRK-TAB-SUS-ACAO (WRK-IND-SUSPENSO)
               END-IF
               ADD 1 TO WRK-CONT-SUS-REINC
               GO TO 0280-REGISTRAR-SUSPENSO-FIM
           END-IF.

           IF WRK-QTD-SUSPENSOS >= WRK-MAX-SUSPENSOS
               DISPLAY "TABELA DE PENDENCIAS CHEIA - REGISTRO "
                       WRK-SUS-CHAVE " SEM PENDENCIA"
               GO TO 0280-REGISTRAR-SUSPENSO-FIM
           END-IF.

           ADD 1 TO WRK-QTD-SUSPENSOS.
           MOVE WRK-SUS-CHAVE
             TO WRK-TAB-SUS-CHAVE (WRK-QTD-SUSPENSOS).
           MOVE WRK-MOTIVO
             TO WRK-TAB-SUS-MOTIVO (WRK-QTD-SUSPENSOS).
           MOVE REG-ENTRADA
             TO WRK-TAB-SUS-REGISTRO (WRK-QTD-SUSPENSOS).
           MOVE "P"    TO WRK-TAB-SUS-SITUACAO (WRK-QTD-SUSPENSOS).
           MOVE SPACES TO WRK-TAB-SUS-LOTE-LIQ (WRK-QTD-SUSPENSOS).
           MOVE "I"    TO WRK-TAB-SUS-ACAO (WRK-QTD-SUSPENSOS).
           MOVE ZEROS  TO WRK-TAB-SUS-REINCID (WRK-QTD-SUSPENSOS).
           ADD 1 TO WRK-CONT-SUS-NOVOS.

       0280-REGISTRAR-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
       0285-COMPARAR-SUSPENSO                SECTION.

           ADD 1 TO WRK-IND-SUSPENSO.

           IF WRK-TAB-SUS-CHAVE (WRK-IND-SUSPENSO) = WRK-SUS-CHAVE
               SET ACHOU-SUSPENSO TO TRUE
               GO TO 0285-COMPARAR-SUSPENSO-FIM
           END-IF.

           IF WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO) = "P"
               AND WRK-TAB-SUS-LOTE-ID (WRK-IND-SUSPENSO)
                   NOT = WRK-LOTE-CORRENTE
               AND WRK-TAB-SUS-REGISTRO (WRK-IND-SUSPENSO)
                   = REG-ENTRADA
               SET ACHOU-SUSPENSO TO TRUE
           END-IF.

       0285-COMPARAR-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== DETALHE VALIDO IGUAL (CLIENTE, OPERANDOS E OPERACAO) A UM
      *== ACEITO DESTA EXECUCAO OU DO HISTORICO DENTRO DA JANELA E
      *== SUSPEITO DE DUPLICIDADE. O PROPRIO REGISTRO (MESMO LOTE E
      *== POSICAO) NUM REPROCESSAMENTO CONFIRMADO NAO CONTA
      *-----------------------------------------------------------------
       0290-VERIFICAR-DUPLICIDADE            SECTION.

           MOVE ENT-CLIENTE  TO WRK-DIM-CLIENTE.
           MOVE ENT-NUM1     TO WRK-DIM-NUM1.
           MOVE ENT-NUM2     TO WRK-DIM-NUM2.
           MOVE ENT-OPERACAO TO WRK-DIM-OPERACAO.

           MOVE ZEROS TO WRK-IND-ACE-EXEC.
           PERFORM 0292-COMPARAR-ACEITO-EXEC
               UNTIL DETALHE-DUPLICADO
                  OR WRK-IND-ACE-EXEC >= WRK-QTD-ACE-EXEC.

           IF DETALHE-DUPLICADO
               OR NOT HISTORICO-DISPONIVEL
               GO TO 0290-VERIFICAR-DUPLICIDADE-FIM
           END-IF.

           MOVE WRK-DUP-IMAGEM      TO HIS-IMAGEM.
           MOVE WRK-DATA-INI-DUPLIC TO HIS-DATA-NEGOCIO.
           MOVE LOW-VALUES          TO HIS-LOTE-ID.
           MOVE ZEROS               TO HIS-SEQ-REGISTRO.

           START ARQ-HISTORICO KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   GO TO 0290-VERIFICAR-DUPLICIDADE-FIM
           END-START.

           MOVE "N" TO WRK-SW-FIM-HIST.
           PERFORM 0294-LER-HISTORICO
               UNTIL FIM-HISTORICO.

       0290-VERIFICAR-DUPLICIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
       0292-COMPARAR-ACEITO-EXEC             SECTION.

           ADD 1 TO WRK-IND-ACE-EXEC.

           IF WRK-TAB-ACE-IMAGEM (WRK-IND-ACE-EXEC) = WRK-DUP-IMAGEM
               AND (WRK-TAB-ACE-LOTE-ID (WRK-IND-ACE-EXEC)
                       NOT = WRK-LOTE-CORRENTE
                    OR WRK-TAB-ACE-SEQ (WRK-IND-ACE-EXEC)
                       NOT = WRK-LOT-SEQ-REG)
               SET DETALHE-DUPLICADO TO TRUE
               MOVE WRK-TAB-ACE-LOTE-ID (WRK-IND-ACE-EXEC)
                 TO WRK-ORIG-LOTE-ID
               MOVE WRK-TAB-ACE-SEQ (WRK-IND-ACE-EXEC)
                 TO WRK-ORIG-SEQ
               MOVE WRK-DATA-SISTEMA TO WRK-ORIG-DATA
           END-IF.

       0292-COMPARAR-ACEITO-EXEC-FIM. EXIT.


      *-----------------------------------------------------------------
       0294-LER-HISTORICO                    SECTION.

           READ ARQ-HISTORICO NEXT
               AT END
                   SET FIM-HISTORICO TO TRUE
                   GO TO 0294-LER-HISTORICO-FIM
           END-READ.

           IF HIS-IMAGEM NOT = WRK-DUP-IMAGEM
               OR HIS-DATA-NEGOCIO > WRK-DATA-SISTEMA
               SET FIM-HISTORICO TO TRUE
               GO TO 0294-LER-HISTORICO-FIM
           END-IF.

           IF HIS-LOTE-ID = WRK-LOTE-CORRENTE
               AND HIS-SEQ-REGISTRO = WRK-LOT-SEQ-REG
               GO TO 0294-LER-HISTORICO-FIM
           END-IF.

           SET DETALHE-DUPLICADO TO TRUE.
           SET FIM-HISTORICO TO TRUE.
           MOVE HIS-LOTE-ID      TO WRK-ORIG-LOTE-ID.
           MOVE HIS-SEQ-REGISTRO TO WRK-ORIG-SEQ.
           MOVE HIS-DATA-NEGOCIO TO WRK-ORIG-DATA.

       0294-LER-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== O SUSPEITO NAO VAI AOS ACEITOS NEM AOS REJEITADOS: FICA
      *== NA TABELA DE RETIDOS (GRAVADA NO DUPIDX NO FIM) E SAI NO
      *== RELATORIO. SEM ONDE GUARDA-LO O ARQUIVO NAO E LIBERADO,
      *== PARA A TRANSACAO NAO SE PERDER
      *-----------------------------------------------------------------
       0295-RETER-DUPLICADO                  SECTION.

           ADD 1 TO WRK-CONT-RETIDOS.
           ADD 1 TO WRK-LOT-CONT-RETIDO.

           PERFORM 0297-GRAVAR-LINHA-DUPLIC.

           IF NOT DUPLICADOS-DISPONIVEL
               DISPLAY "DETALHE " WRK-LOTE-CORRENTE "-"
                       WRK-LOT-SEQ-REG " SUSPEITO DE DUPLICIDADE"
                       " SEM CADASTRO P/ RETER - NAO LIBERAR"
               SET LOTE-COM-ERRO TO TRUE
               GO TO 0295-RETER-DUPLICADO-FIM
           END-IF.

           IF WRK-QTD-RETIDOS >= WRK-MAX-RETIDOS
               DISPLAY "TABELA DE RETIDOS CHEIA - AUMENTAR"
               DISPLAY "WRK-MAX-RETIDOS NO PRGCOB12"
               SET LOTE-COM-ERRO TO TRUE
               GO TO 0295-RETER-DUPLICADO-FIM
           END-IF.

           ADD 1 TO WRK-QTD-RETIDOS.
           MOVE WRK-LOTE-CORRENTE
             TO WRK-TAB-RET-LOTE-ID (WRK-QTD-RETIDOS).
           MOVE WRK-LOT-SEQ-REG
             TO WRK-TAB-RET-SEQ (WRK-QTD-RETIDOS).
           MOVE REG-ENTRADA
             TO WRK-TAB-RET-REGISTRO (WRK-QTD-RETIDOS).
           MOVE WRK-ORIG-LOTE-ID
             TO WRK-TAB-RET-ORIG-LOTE (WRK-QTD-RETIDOS).
           MOVE WRK-ORIG-SEQ
             TO WRK-TAB-RET-ORIG-SEQ (WRK-QTD-RETIDOS).
           MOVE WRK-ORIG-DATA
             TO WRK-TAB-RET-ORIG-DATA (WRK-QTD-RETIDOS).

       0295-RETER-DUPLICADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0297-GRAVAR-LINHA-DUPLIC              SECTION.

           IF NOT REL-DUPLIC-ABERTO
               GO TO 0297-GRAVAR-LINHA-DUPLIC-FIM
           END-IF.

           MOVE WRK-LOT-SEQ-REG TO WRK-DUP-SEQ-ED.
           MOVE WRK-ORIG-SEQ    TO WRK-DUP-OSEQ-ED.

           MOVE SPACES TO REG-REL-DUPLIC.
           STRING WRK-LOTE-CORRENTE " " WRK-DUP-SEQ-ED
                  " " ENT-CLIENTE
                  " " ENT-NUM1 " " ENT-NUM2
                  " " ENT-OPERACAO
                  "              " WRK-ORIG-LOTE-ID
                  " " WRK-DUP-OSEQ-ED
                  " " WRK-ORIG-DATA
               DELIMITED BY SIZE INTO REG-REL-DUPLIC.
           WRITE REG-REL-DUPLIC.
           PERFORM 0179-VERIFICAR-FS-REL-DUPLIC.

       0297-GRAVAR-LINHA-DUPLIC-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                        SECTION.

           IF FS-ENTRADA-FIM OR FS-ENTRADA-OK
               PERFORM 0330-CONFERIR-FIM-ARQUIVO
               PERFORM 0400-GRAVAR-LOTE-LIBERADOS
               IF NOT LOTE-COM-ERRO
                   PERFORM 0340-MARCAR-LOTES-CRITICADOS
                   PERFORM 0360-ATUALIZAR-SUSPENSOS
                   PERFORM 0380-ATUALIZAR-EXPOSICAO
                   PERFORM 0410-ATUALIZAR-HISTORICO
                   PERFORM 0420-ATUALIZAR-DUPLICADOS
               END-IF
               CLOSE ARQ-ENTRADA
               CLOSE ARQ-ACEITOS
               CLOSE ARQ-REJEITADOS
           END-IF.

           IF REG-LOTES-DISPONIVEL
               CLOSE ARQ-REG-LOTES
           END-IF.

           IF SUSPENSOS-DISPONIVEL
               CLOSE ARQ-SUSPENSOS
           END-IF.

           IF EXPOSICAO-DISPONIVEL
               CLOSE ARQ-EXPOSICAO
           END-IF.

           IF REL-LIMITE-ABERTO
               PERFORM 0395-GRAVAR-TOTAL-LIMITE
               CLOSE ARQ-REL-LIMITE
           END-IF.

           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO
           END-IF.

           IF DUPLICADOS-DISPONIVEL
               CLOSE ARQ-DUPLICADOS
           END-IF.

           IF REL-DUPLIC-ABERTO
               PERFORM 0430-GRAVAR-TOTAL-DUPLIC
               CLOSE ARQ-REL-DUPLIC
           END-IF.

           MOVE WRK-CONT-LIDOS   TO WRK-CONT-LIDOS-ED.
           MOVE WRK-CONT-ACEITOS TO WRK-CONT-ACEITOS-ED.
           MOVE WRK-CONT-REJEIT  TO WRK-CONT-REJEIT-ED.
           MOVE WRK-CONT-LOTES   TO WRK-CONT-LOTES-ED.

           DISPLAY "=========================================".
           DISPLAY "PRGCOB12 - CRITICA DO LOTE DE TRANSACOES".
           DISPLAY "LOTES NO ARQUIVO.....: " WRK-CONT-LOTES-ED.
           DISPLAY "REGISTROS LIDOS......: " WRK-CONT-LIDOS-ED.
           DISPLAY "REGISTROS ACEITOS....: " WRK-CONT-ACEITOS-ED.
           DISPLAY "REGISTROS REJEITADOS.: " WRK-CONT-REJEIT-ED.
           IF SUSPENSOS-DISPONIVEL AND NOT LOTE-COM-ERRO
               MOVE WRK-CONT-SUS-NOVOS TO WRK-CONT-SUS-ED
               DISPLAY "PENDENCIAS ABERTAS...: " WRK-CONT-SUS-ED
               MOVE WRK-CONT-SUS-REINC TO WRK-CONT-SUS-ED
               DISPLAY "PENDENCIAS REINCID...: " WRK-CONT-SUS-ED
               MOVE WRK-CONT-SUS-LIQUID TO WRK-CONT-SUS-ED
               DISPLAY "PENDENCIAS LIQUIDADAS: " WRK-CONT-SUS-ED
           END-IF.
           MOVE WRK-CONT-LIMITE TO WRK-CONT-SUS-ED.
           DISPLAY "EXCESSOS DE LIMITE...: " WRK-CONT-SUS-ED.
           MOVE WRK-CONT-RETIDOS TO WRK-CONT-SUS-ED.
           DISPLAY "RETIDOS P/ DUPLICIDADE: " WRK-CONT-SUS-ED.
           MOVE WRK-CONT-LIB-ENV TO WRK-CONT-SUS-ED.
           DISPLAY "LIBERADOS ENVIADOS...: " WRK-CONT-SUS-ED.
           DISPLAY "=========================================".

           IF LOTE-COM-ERRO
               DISPLAY "LOTE COM ERRO DE CONTROLE - NAO LIBERAR"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-CONT-REJEIT > ZEROS
                   OR WRK-CONT-RETIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CONFERENCIA DO LOTE EM CURSO, FEITA AO LER O TRAILER:
      *== QTD CONTRA OS DETALHES DO LOTE E HASH CONTRA OS ACEITOS
      *== DO LOTE (SO QUANDO O LOTE NAO TEVE REJEICAO NEM
      *== RETENCAO POR DUPLICIDADE)
      *-----------------------------------------------------------------
       0310-CONFERIR-LOTE                    SECTION.

           IF WRK-TRL-QTD NOT = WRK-LOT-CONT-DET
               DISPLAY "QTD DO TRAILER NAO CONFERE COM O LIDO"
               SET LOTE-COM-ERRO TO TRUE
           END-IF.

           IF WRK-LOT-CONT-REJEIT = ZEROS
               AND WRK-LOT-CONT-RETIDO = ZEROS
               IF WRK-TRL-HASH NOT = WRK-LOT-HASH-ACEIT
                   DISPLAY "HASH DO TRAILER NAO CONFERE"
                   SET LOTE-COM-ERRO TO TRUE
               END-IF
           ELSE
               DISPLAY "HASH NAO CONFERIDO - HOUVE REJEICOES"
                       " OU RETENCOES"
           END-IF.

       0310-CONFERIR-LOTE-FIM. EXIT.
           END-IF.

       0350-MARCAR-UM-LOTE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== GRAVA NO CADASTRO DE PENDENCIAS AS INCLUSOES E ALTERACOES
      *== ACUMULADAS NA TABELA DURANTE A CRITICA
      *-----------------------------------------------------------------
       0360-ATUALIZAR-SUSPENSOS              SECTION.

           IF NOT SUSPENSOS-DISPONIVEL
               GO TO 0360-ATUALIZAR-SUSPENSOS-FIM
           END-IF.

           MOVE ZEROS TO WRK-IND-SUSPENSO.
           PERFORM 0365-ATUALIZAR-UM-SUSPENSO
               UNTIL WRK-IND-SUSPENSO >= WRK-QTD-SUSPENSOS.

       0360-ATUALIZAR-SUSPENSOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0365-ATUALIZAR-UM-SUSPENSO            SECTION.

           ADD 1 TO WRK-IND-SUSPENSO.

           EVALUATE WRK-TAB-SUS-ACAO (WRK-IND-SUSPENSO)
               WHEN "I"
                   PERFORM 0370-INCLUIR-SUSPENSO
               WHEN "A"
                   PERFORM 0375-ALTERAR-SUSPENSO
           END-EVALUATE.

       0365-ATUALIZAR-UM-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== CHAVE JA GRAVADA E UM LOTE REPROCESSADO CUJA PENDENCIA
      *== FORA LIQUIDADA: A PENDENCIA E REABERTA COMO REINCIDENCIA
      *-----------------------------------------------------------------
       0370-INCLUIR-SUSPENSO                 SECTION.

           MOVE WRK-TAB-SUS-REGISTRO (WRK-IND-SUSPENSO)
             TO WRK-SUS-IMAGEM.

           MOVE WRK-TAB-SUS-CHAVE (WRK-IND-SUSPENSO) TO SUS-CHAVE.
           MOVE WRK-SIM-CLIENTE  TO SUS-CLIENTE.
           MOVE WRK-TAB-SUS-MOTIVO (WRK-IND-SUSPENSO) TO SUS-MOTIVO.
           MOVE WRK-SUS-IMAGEM   TO SUS-REGISTRO.
           MOVE WRK-DATA-SISTEMA TO SUS-DATA-REJEICAO.
           MOVE WRK-DATA-SISTEMA TO SUS-DATA-ULT-REJEICAO.
           MOVE 1                TO SUS-QTD-REJEICOES.
           MOVE "P"              TO SUS-SITUACAO.
           MOVE ZEROS            TO SUS-DATA-LIQUIDACAO.
           MOVE SPACES           TO SUS-LOTE-LIQUIDACAO.

           IF WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO) = "L"
               MOVE "L"              TO SUS-SITUACAO
               MOVE WRK-DATA-SISTEMA TO SUS-DATA-LIQUIDACAO
               MOVE WRK-TAB-SUS-LOTE-LIQ (WRK-IND-SUSPENSO)
                 TO SUS-LOTE-LIQUIDACAO
           END-IF.

           WRITE REG-SUSPENSO
               INVALID KEY
                   ADD 1 TO WRK-TAB-SUS-REINCID (WRK-IND-SUSPENSO)
                   PERFORM 0375-ALTERAR-SUSPENSO
                   GO TO 0370-INCLUIR-SUSPENSO-FIM
           END-WRITE.

           IF NOT FS-SUSPENSOS-OK
               DISPLAY "ERRO AO GRAVAR PENDENCIA - FS="
                       WRK-FS-SUSPENSOS
           END-IF.

       0370-INCLUIR-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
       0375-ALTERAR-SUSPENSO                 SECTION.

           MOVE WRK-TAB-SUS-CHAVE (WRK-IND-SUSPENSO) TO SUS-CHAVE.

           READ ARQ-SUSPENSOS
               INVALID KEY
                   DISPLAY "PENDENCIA " SUS-CHAVE
                           " NAO ENCONTRADA P/ ATUALIZAR"
                   GO TO 0375-ALTERAR-SUSPENSO-FIM
           END-READ.

           MOVE WRK-TAB-SUS-MOTIVO (WRK-IND-SUSPENSO) TO SUS-MOTIVO.

           IF WRK-TAB-SUS-REINCID (WRK-IND-SUSPENSO) > ZEROS
               MOVE WRK-DATA-SISTEMA TO SUS-DATA-ULT-REJEICAO
               IF SUS-QTD-REJEICOES IS NOT NUMERIC
                   MOVE 1 TO SUS-QTD-REJEICOES
               END-IF
               ADD WRK-TAB-SUS-REINCID (WRK-IND-SUSPENSO)
                 TO SUS-QTD-REJEICOES
                   ON SIZE ERROR
                       MOVE 999 TO SUS-QTD-REJEICOES
               END-ADD
           END-IF.

           IF WRK-TAB-SUS-SITUACAO (WRK-IND-SUSPENSO) = "L"
               MOVE "L"              TO SUS-SITUACAO
               MOVE WRK-DATA-SISTEMA TO SUS-DATA-LIQUIDACAO
               MOVE WRK-TAB-SUS-LOTE-LIQ (WRK-IND-SUSPENSO)
                 TO SUS-LOTE-LIQUIDACAO
           ELSE
               MOVE "P"              TO SUS-SITUACAO
               MOVE ZEROS            TO SUS-DATA-LIQUIDACAO
               MOVE SPACES           TO SUS-LOTE-LIQUIDACAO
           END-IF.

           REWRITE REG-SUSPENSO.

           IF NOT FS-SUSPENSOS-OK
               DISPLAY "ERRO AO ATUALIZAR PENDENCIA - FS="
                       WRK-FS-SUSPENSOS
           END-IF.

       0375-ALTERAR-SUSPENSO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== SOMA AO EXPIDX OS ACEITOS E OS EXCESSOS DESTA EXECUCAO,
      *== POR CLIENTE; SO E FEITO QUANDO O ARQUIVO E LIBERADO, COMO
      *== A MARCACAO DOS LOTES, POIS SO ENTAO OS ACEITOS SEGUEM
      *== PARA O CALCULO
      *-----------------------------------------------------------------
       0380-ATUALIZAR-EXPOSICAO              SECTION.

           IF NOT EXPOSICAO-DISPONIVEL
               GO TO 0380-ATUALIZAR-EXPOSICAO-FIM
           END-IF.

           MOVE ZEROS TO WRK-IND-CLIENTE.
           PERFORM 0385-ATUALIZAR-UM-CLIENTE
               UNTIL WRK-IND-CLIENTE >= WRK-QTD-CLIENTES.

       0380-ATUALIZAR-EXPOSICAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0385-ATUALIZAR-UM-CLIENTE             SECTION.

           ADD 1 TO WRK-IND-CLIENTE.

           IF WRK-TAB-CLI-QTD-EXEC (WRK-IND-CLIENTE) = ZEROS
               AND WRK-TAB-CLI-EXC-EXEC (WRK-IND-CLIENTE) = ZEROS
               GO TO 0385-ATUALIZAR-UM-CLIENTE-FIM
           END-IF.

           MOVE WRK-TAB-CLI-CODIGO (WRK-IND-CLIENTE) TO EXP-CLIENTE.
           MOVE WRK-DATA-SISTEMA TO EXP-DATA-NEGOCIO.
           ADD WRK-TAB-CLI-QTD-DIA (WRK-IND-CLIENTE)
               WRK-TAB-CLI-QTD-EXEC (WRK-IND-CLIENTE)
               GIVING EXP-QTD-ACEITOS.
           ADD WRK-TAB-CLI-VLR-DIA (WRK-IND-CLIENTE)
               WRK-TAB-CLI-VLR-EXEC (WRK-IND-CLIENTE)
               GIVING EXP-VALOR-ACEITO.
           ADD WRK-TAB-CLI-EXC-DIA (WRK-IND-CLIENTE)
               WRK-TAB-CLI-EXC-EXEC (WRK-IND-CLIENTE)
               GIVING EXP-QTD-EXCEDIDOS.

           IF WRK-TAB-CLI-EXP-REG (WRK-IND-CLIENTE) = "S"
               REWRITE REG-EXPOSICAO
           ELSE
               WRITE REG-EXPOSICAO
           END-IF.

           IF NOT FS-EXPOSICAO-OK
               DISPLAY "ERRO AO ATUALIZAR EXPOSICAO DO CLIENTE "
                       EXP-CLIENTE " - FS=" WRK-FS-EXPOSICAO
           END-IF.

       0385-ATUALIZAR-UM-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0395-GRAVAR-TOTAL-LIMITE              SECTION.

           MOVE WRK-CONT-LIMITE TO WRK-LIM-TENT-ED.
           MOVE SPACES TO REG-REL-LIMITE.
           STRING "DETALHES RECUSADOS POR LIMITE: " WRK-LIM-TENT-ED
               DELIMITED BY SIZE INTO REG-REL-LIMITE.
           WRITE REG-REL-LIMITE.
           PERFORM 0159-VERIFICAR-FS-REL-LIMITE.

           IF LOTE-COM-ERRO
               MOVE SPACES TO REG-REL-LIMITE
               STRING "ARQUIVO NAO LIBERADO - ACEITOS NAO SOMADOS A"
                      " EXPOSICAO DO DIA"
                   DELIMITED BY SIZE INTO REG-REL-LIMITE
               WRITE REG-REL-LIMITE
               PERFORM 0159-VERIFICAR-FS-REL-LIMITE
           END-IF.

       0395-GRAVAR-TOTAL-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
      *== OS RETIDOS QUE O OPERADOR LIBEROU (PRGCOB31) SEGUEM PARA
      *== O CALCULO NUM LOTE PROPRIO NO FIM DO ACCFILE, COM
      *== CABECALHO E TRAILER, COMO QUALQUER LOTE CRITICADO; ENTRAM
      *== NO HISTORICO E NA EXPOSICAO DO CLIENTE SEM NOVA CRITICA
      *-----------------------------------------------------------------
       0400-GRAVAR-LOTE-LIBERADOS            SECTION.

           IF WRK-QTD-LIBERADOS = ZEROS
               GO TO 0400-GRAVAR-LOTE-LIBERADOS-FIM
           END-IF.

           IF WRK-QTD-LOTES >= WRK-MAX-LOTES
               DISPLAY "TABELA DE LOTES CHEIA - LIBERADOS SEGUEM NA"
                       " PROXIMA EXECUCAO"
               MOVE ZEROS TO WRK-QTD-LIBERADOS
               GO TO 0400-GRAVAR-LOTE-LIBERADOS-FIM
           END-IF.

           MOVE "N"   TO WRK-SW-LOTE-LIVRE.
           MOVE ZEROS TO WRK-LLI-NUMERO.
           PERFORM 0405-TESTAR-LOTE-ID
               UNTIL LOTE-ID-LIVRE
                  OR WRK-LLI-NUMERO >= 9999.

           IF NOT LOTE-ID-LIVRE
               DISPLAY "SEM NUMERO LIVRE P/ O LOTE DE LIBERADOS"
               MOVE ZEROS TO WRK-QTD-LIBERADOS
               GO TO 0400-GRAVAR-LOTE-LIBERADOS-FIM
           END-IF.

           ADD 1 TO WRK-QTD-LOTES.
           MOVE WRK-LOTE-LIBERADOS TO WRK-TAB-LOTE-ID (WRK-QTD-LOTES).
           MOVE WRK-LOTE-LIBERADOS TO WRK-LOTE-CORRENTE.

           MOVE WRK-LOTE-LIBERADOS TO WRK-CLI-LOTE-ID.
           MOVE WRK-DATA-SISTEMA   TO WRK-CLI-DATA.
           MOVE WRK-CAB-LIBERADOS  TO REG-ACEITO.
           WRITE REG-ACEITO.
           PERFORM 0115-VERIFICAR-FS-ACEITOS.

           MOVE ZEROS TO WRK-LOT-SEQ-REG.
           MOVE ZEROS TO WRK-LOT-CONT-ACEIT.
           MOVE ZEROS TO WRK-LOT-HASH-ACEIT.

           MOVE ZEROS TO WRK-IND-LIBERADO.
           PERFORM 0407-GRAVAR-LIBERADO
               UNTIL WRK-IND-LIBERADO >= WRK-QTD-LIBERADOS.

           PERFORM 0320-GRAVAR-TRAILER-ACEITOS.

           IF REL-DUPLIC-ABERTO
               MOVE WRK-CONT-LIB-ENV TO WRK-DUP-SEQ-ED
               MOVE SPACES TO REG-REL-DUPLIC
               STRING "LIBERADOS ENVIADOS NO LOTE " WRK-LOTE-LIBERADOS
                      ": " WRK-DUP-SEQ-ED
                   DELIMITED BY SIZE INTO REG-REL-DUPLIC
               WRITE REG-REL-DUPLIC
               PERFORM 0179-VERIFICAR-FS-REL-DUPLIC
           END-IF.

       0400-GRAVAR-LOTE-LIBERADOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0405-TESTAR-LOTE-ID                   SECTION.

           ADD 1 TO WRK-LLI-NUMERO.
           SET LOTE-ID-LIVRE TO TRUE.

           MOVE ZEROS TO WRK-IND-LOTE.
           PERFORM 0406-COMPARAR-LOTE-ID
               UNTIL NOT LOTE-ID-LIVRE
                  OR WRK-IND-LOTE >= WRK-QTD-LOTES.

           IF NOT LOTE-ID-LIVRE
               OR NOT REG-LOTES-DISPONIVEL
               GO TO 0405-TESTAR-LOTE-ID-FIM
           END-IF.

           MOVE WRK-LOTE-LIBERADOS TO LOT-LOTE-ID.

           READ ARQ-REG-LOTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WRK-SW-LOTE-LIVRE
           END-READ.

       0405-TESTAR-LOTE-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0406-COMPARAR-LOTE-ID                 SECTION.

           ADD 1 TO WRK-IND-LOTE.

           IF WRK-TAB-LOTE-ID (WRK-IND-LOTE) = WRK-LOTE-LIBERADOS
               MOVE "N" TO WRK-SW-LOTE-LIVRE
           END-IF.

       0406-COMPARAR-LOTE-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0407-GRAVAR-LIBERADO                  SECTION.

           ADD 1 TO WRK-IND-LIBERADO.
           ADD 1 TO WRK-LOT-SEQ-REG.

           MOVE WRK-TAB-LIB-REGISTRO (WRK-IND-LIBERADO)
             TO WRK-SUS-IMAGEM.

           MOVE WRK-SIM-NUM1 TO WRK-NUM1-HASH.
           MOVE WRK-SIM-NUM2 TO WRK-NUM2-HASH.
           ADD WRK-NUM1-HASH WRK-NUM2-HASH TO WRK-LOT-HASH-ACEIT.

           MOVE WRK-SUS-IMAGEM TO REG-ACEITO.
           WRITE REG-ACEITO.
           PERFORM 0115-VERIFICAR-FS-ACEITOS.
           ADD 1 TO WRK-LOT-CONT-ACEIT.
           ADD 1 TO WRK-CONT-LIB-ENV.

           MOVE WRK-SIM-CLIENTE  TO WRK-DIM-CLIENTE.
           MOVE WRK-SIM-NUM1     TO WRK-DIM-NUM1.
           MOVE WRK-SIM-NUM2     TO WRK-DIM-NUM2.
           MOVE WRK-SIM-OPERACAO TO WRK-DIM-OPERACAO.
           MOVE WRK-LOTE-LIBERADOS TO WRK-ACE-LOTE-ID.
           MOVE WRK-LOT-SEQ-REG    TO WRK-ACE-SEQ.
           MOVE "L"                TO WRK-ACE-ORIGEM.
           PERFORM 0212-GUARDAR-ACEITO-EXEC.

           PERFORM 0408-SOMAR-EXPOSICAO-LIB.

       0407-GRAVAR-LIBERADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0408-SOMAR-EXPOSICAO-LIB              SECTION.

           MOVE "N"   TO WRK-SW-ACHOU-CLI.
           MOVE ZEROS TO WRK-IND-CLIENTE.
           PERFORM 0409-COMPARAR-CLIENTE-LIB
               UNTIL ACHOU-CLIENTE
                  OR WRK-IND-CLIENTE >= WRK-QTD-CLIENTES.

           IF NOT ACHOU-CLIENTE
               GO TO 0408-SOMAR-EXPOSICAO-LIB-FIM
           END-IF.

           MOVE WRK-NUM1-HASH TO WRK-LIM-OPERANDO.
           MOVE WRK-LIM-OPERANDO TO WRK-LIM-VLR-DET.
           MOVE WRK-NUM2-HASH TO WRK-LIM-OPERANDO.
           ADD WRK-LIM-OPERANDO TO WRK-LIM-VLR-DET.

           ADD 1 TO WRK-TAB-CLI-QTD-EXEC (WRK-IND-CLIENTE).
           ADD WRK-LIM-VLR-DET
             TO WRK-TAB-CLI-VLR-EXEC (WRK-IND-CLIENTE).

       0408-SOMAR-EXPOSICAO-LIB-FIM. EXIT.


      *-----------------------------------------------------------------
       0409-COMPARAR-CLIENTE-LIB             SECTION.

           ADD 1 TO WRK-IND-CLIENTE.

           IF WRK-TAB-CLI-CODIGO (WRK-IND-CLIENTE) = WRK-SIM-CLIENTE
               SET ACHOU-CLIENTE TO TRUE
           END-IF.

       0409-COMPARAR-CLIENTE-LIB-FIM. EXIT.


      *-----------------------------------------------------------------
      *== GRAVA NO HISTORICO OS ACEITOS DESTA EXECUCAO; A CHAVE JA
      *== GRAVADA E O MESMO REGISTRO REPROCESSADO NO MESMO DIA
      *-----------------------------------------------------------------
       0410-ATUALIZAR-HISTORICO              SECTION.

           IF NOT HISTORICO-DISPONIVEL
               GO TO 0410-ATUALIZAR-HISTORICO-FIM
           END-IF.

           MOVE ZEROS TO WRK-IND-ACE-EXEC.
           PERFORM 0415-GRAVAR-HISTORICO
               UNTIL WRK-IND-ACE-EXEC >= WRK-QTD-ACE-EXEC.

       0410-ATUALIZAR-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
       0415-GRAVAR-HISTORICO                 SECTION.

           ADD 1 TO WRK-IND-ACE-EXEC.

           MOVE WRK-TAB-ACE-IMAGEM (WRK-IND-ACE-EXEC) TO HIS-IMAGEM.
           MOVE WRK-DATA-SISTEMA TO HIS-DATA-NEGOCIO.
           MOVE WRK-TAB-ACE-LOTE-ID (WRK-IND-ACE-EXEC) TO HIS-LOTE-ID.
           MOVE WRK-TAB-ACE-SEQ (WRK-IND-ACE-EXEC)
             TO HIS-SEQ-REGISTRO.
           MOVE WRK-TAB-ACE-ORIGEM (WRK-IND-ACE-EXEC) TO HIS-ORIGEM.

           WRITE REG-HISTORICO
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF NOT FS-HISTORICO-OK
               AND NOT FS-HISTORICO-DUPLIC
               DISPLAY "ERRO AO GRAVAR HISTORICO - FS="
                       WRK-FS-HISTORICO
           END-IF.

       0415-GRAVAR-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
      *== INCLUI OS RETIDOS DESTA EXECUCAO E MARCA COMO ENVIADOS OS
      *== LIBERADOS QUE SAIRAM NO LOTE PROPRIO
      *-----------------------------------------------------------------
       0420-ATUALIZAR-DUPLICADOS             SECTION.

           IF NOT DUPLICADOS-DISPONIVEL
               GO TO 0420-ATUALIZAR-DUPLICADOS-FIM
           END-IF.

           MOVE ZEROS TO WRK-IND-RETIDO.
           PERFORM 0425-GRAVAR-RETIDO
               UNTIL WRK-IND-RETIDO >= WRK-QTD-RETIDOS.

           MOVE ZEROS TO WRK-IND-LIBERADO.
           PERFORM 0427-MARCAR-ENVIADO
               UNTIL WRK-IND-LIBERADO >= WRK-QTD-LIBERADOS.

       0420-ATUALIZAR-DUPLICADOS-FIM. EXIT.


      *-----------------------------------------------------------------
      *== RETIDO JA GRAVADO (LOTE REPROCESSADO) SO E REGRAVADO SE
      *== AINDA ESTA RETIDO; LIBERADO, ENVIADO OU BAIXADO FICA COMO
      *== ESTA
      *-----------------------------------------------------------------
       0425-GRAVAR-RETIDO                    SECTION.

           ADD 1 TO WRK-IND-RETIDO.

           MOVE WRK-TAB-RET-LOTE-ID (WRK-IND-RETIDO) TO DUP-LOTE-ID.
           MOVE WRK-TAB-RET-SEQ (WRK-IND-RETIDO) TO DUP-SEQ-REGISTRO.

           READ ARQ-DUPLICADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT DUP-RETIDO
                       DISPLAY "RETIDO " DUP-CHAVE " JA TRATADO"
                               " (SITUACAO " DUP-SITUACAO ")"
                       GO TO 0425-GRAVAR-RETIDO-FIM
                   END-IF
           END-READ.

           MOVE WRK-TAB-RET-REGISTRO (WRK-IND-RETIDO)
             TO WRK-SUS-IMAGEM.
           MOVE WRK-SIM-CLIENTE  TO DUP-CLIENTE.
           MOVE WRK-SUS-IMAGEM   TO DUP-REGISTRO.
           MOVE WRK-DATA-SISTEMA TO DUP-DATA-RETENCAO.
           MOVE WRK-TAB-RET-ORIG-LOTE (WRK-IND-RETIDO)
             TO DUP-LOTE-ORIGINAL.
           MOVE WRK-TAB-RET-ORIG-SEQ (WRK-IND-RETIDO)
             TO DUP-SEQ-ORIGINAL.
           MOVE WRK-TAB-RET-ORIG-DATA (WRK-IND-RETIDO)
             TO DUP-DATA-ORIGINAL.
           MOVE ZEROS  TO DUP-DATA-ENVIO.
           MOVE SPACES TO DUP-LOTE-ENVIO.

           IF FS-DUPLICADOS-OK
               REWRITE REG-DUPLICADO
           ELSE
               MOVE "R" TO DUP-SITUACAO
               WRITE REG-DUPLICADO
           END-IF.

           IF NOT FS-DUPLICADOS-OK
               DISPLAY "ERRO AO GRAVAR RETIDO " DUP-CHAVE " - FS="
                       WRK-FS-DUPLICADOS
           END-IF.

       0425-GRAVAR-RETIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0427-MARCAR-ENVIADO                   SECTION.

           ADD 1 TO WRK-IND-LIBERADO.

           MOVE WRK-TAB-LIB-CHAVE (WRK-IND-LIBERADO) TO DUP-CHAVE.

           READ ARQ-DUPLICADOS
               INVALID KEY
                   DISPLAY "LIBERADO " DUP-CHAVE
                           " NAO ENCONTRADO P/ ATUALIZAR"
                   GO TO 0427-MARCAR-ENVIADO-FIM
           END-READ.

           MOVE "E"                TO DUP-SITUACAO.
           MOVE WRK-DATA-SISTEMA   TO DUP-DATA-ENVIO.
           MOVE WRK-LOTE-LIBERADOS TO DUP-LOTE-ENVIO.

           REWRITE REG-DUPLICADO.

           IF NOT FS-DUPLICADOS-OK
               DISPLAY "ERRO AO ATUALIZAR LIBERADO - FS="
                       WRK-FS-DUPLICADOS
           END-IF.

       0427-MARCAR-ENVIADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0430-GRAVAR-TOTAL-DUPLIC              SECTION.

           MOVE WRK-CONT-RETIDOS TO WRK-LIM-TENT-ED.
           MOVE SPACES TO REG-REL-DUPLIC.
           STRING "DETALHES RETIDOS P/ DUPLICIDADE: " WRK-LIM-TENT-ED
               DELIMITED BY SIZE INTO REG-REL-DUPLIC.
           WRITE REG-REL-DUPLIC.
           PERFORM 0179-VERIFICAR-FS-REL-DUPLIC.

           IF LOTE-COM-ERRO
               MOVE SPACES TO REG-REL-DUPLIC
               STRING "ARQUIVO NAO LIBERADO - RETENCOES E LIBERADOS"
                      " NAO ATUALIZADOS NO DUPIDX"
                   DELIMITED BY SIZE INTO REG-REL-DUPLIC
               WRITE REG-REL-DUPLIC
               PERFORM 0179-VERIFICAR-FS-REL-DUPLIC
           END-IF.

       0430-GRAVAR-TOTAL-DUPLIC-FIM. EXIT.
