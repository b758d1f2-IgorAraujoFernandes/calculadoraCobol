      *****************************************************************
      *    CBFLXSEL.cpy                                               *
      *    Cartao do SEPARAFLUXOS: quantidade de fluxos paralelos (1  *
      *    a 4) em que o TRANSIN e dividido. Sem cartao, ou com       *
      *    quantidade invalida, valem 4 fluxos.                       *
      *****************************************************************
       01  FLXSEL-RECORD.
           05  FSEL-QTD-FLUXOS         PIC 9(01).
