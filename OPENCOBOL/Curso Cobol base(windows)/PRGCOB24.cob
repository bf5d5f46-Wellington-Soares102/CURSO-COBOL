      *==               RC=12
      *== DATA        : 22/10/2024
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 20/11/2024 - WSC - COPIA DE SEGURANCA
      *==               PRE-CALCULO (PRGCOB32) PASSA A SER PASSO DA
      *==               ESTEIRA CONFERIDO NO FECHAMENTO
      *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       77 WRK-SIT-ATUAL    PIC X(01)  VALUE SPACES.
       77 WRK-DATA-NOVA    PIC 9(08)  VALUE ZEROS.

      *== OS CINCO PASSOS DA ESTEIRA QUE PRECISAM TER ENCERRADO
      *== LIMPO (RC < 8) NO RUNFILE ANTES DO FECHAMENTO DO DIA
       77 WRK-QTD-PASSOS   PIC 9(04) COMP VALUE 5.
       77 WRK-IND-PASSO    PIC 9(04) COMP VALUE ZEROS.

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

       01 WRK-TABELA-SIT-PASSOS.
           05 WRK-TAB-PASSO-OK OCCURS 5 TIMES PIC X(01).

       01 WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.



      *-----------------------------------------------------------------
      *== O FECHAMENTO EXIGE OS CINCO PASSOS DA ESTEIRA DO DIA
      *== ENCERRADOS LIMPOS NO RUNFILE; ENQUANTO HOUVER PASSO
      *== PENDENTE OU COM RC >= 8 O DIA NAO AVANCA
      *-----------------------------------------------------------------
