      *==               DESCARTADOS NA REGRAVACAO (O HISTORICO
      *==               FICA NO RUNLOG), EVITANDO O ESTOURO DA
      *==               TABELA DE CONTROLE
      *== ALTERACAO   : 20/11/2024 - WSC - COPIA DE SEGURANCA
      *==               PRE-CALCULO (PRGCOB32) INCLUIDA NA ESTEIRA
      *==               ENTRE O PRGCOB12 E O PRGCOB11, PARA O
      *==               ROLLBACK (PRGCOB33) DE UMA CONCILIACAO
      *==               DIVERGENTE
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.

      *== ORDEM FIXA DA ESTEIRA; O ANTECESSOR DO PRIMEIRO PASSO
      *== NAO EXISTE E O INICIO DELE E SEMPRE LIBERADO
       77 WRK-QTD-PASSOS   PIC 9(04) COMP VALUE 5.
       77 WRK-IND-PASSO    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-NUM-PASSO    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PASSO-ANT    PIC X(08)      VALUE SPACES.
       01 WRK-TABELA-PASSOS.
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB12".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB32".
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB11".
           05 FILLER                       PIC X(08)
           05 FILLER                       PIC X(08)
                                           VALUE "PRGCOB16".
       01 WRK-TABELA-PASSOS-R REDEFINES WRK-TABELA-PASSOS.
           05 WRK-TAB-PASSO OCCURS 5 TIMES PIC X(08).

      *== IMAGEM DO RUNFILE EM MEMORIA, REGRAVADA NO FIM - SO OS
      *== REGISTROS DO DIA DE MOVIMENTO CORRENTE SAO CARREGADOS,
