      *=                                     REPORTA CON DESBORDE DE   =
      *=                                     TITREA-1, PARA EVITAR     =
      *=                                     CONTARLOS DOS VECES       =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES  =
      *=                                     (PORVOTEMP)               =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                     PIC  X(104).
      *
      *= PE0002R - MES DE SALIDA PE0002W DE PE80619 (EXCEPCIONES SIN   =
      *=           TITULAR REAL)                                       =
           05  W-1R-NUMPERSACC     PIC S9(9) COMP.
           05  W-1R-NUMPERSNIV     PIC S9(9) COMP.
           05  W-1R-CODRELPEPE     PIC S9(4) COMP.
           05  FILLER              PIC X(90).

      *=================================================================
      * REDEFINICION DE REG-2R, IGUAL LAYOUT QUE WSS-PE0002O EN PE80619
