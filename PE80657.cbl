      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 02-09-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES  =
      *=                                     (PORVOTEMP)               =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= TPA EETP009 - TOLERANCIA DE COMPLETITUD EN PUNTOS DE          =
      *= PORCENTAJE (DESVIACION ADMITIDA RESPECTO DEL 100%)            =
           05  R1-FECALTA          PIC X(10).
           05  R1-FECBAJA          PIC X(10).
           05  FILLER              PIC X(36).
           05  R1-PORVOTEMP        PIC S9(3)V99 COMP-3.

      *=================================================================
      * VARIABLES DE TRABAJO
