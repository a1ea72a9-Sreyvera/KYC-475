      *=                  DE DETALLES Y TOTAL DE CONTROL (SUMA DE      =
      *=                  NUMPERSACC). CADA PERSONA SALE UNA SOLA VEZ, =
      *=                  CON LA PRIMERA EMPRESA QUE LA APORTA COMO    =
      *=                  REFERENCIA. EL DETALLE LLEVA EL PORCENTAJE   =
      *=                  DE CAPITAL Y EL DE DERECHOS DE VOTO.         =
      *=                  AMBAS ENTRADAS DEBEN LLEGAR ORDENADAS POR    =
      *=                  NUMPERSACC (LO GARANTIZA LA JCL LLAMADORA,   =
      *=                  QUE TAMBIEN REFRESCA PE0001W.ANTERIOR COMO   =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 02-09-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001W A 104 POSICIONES: =
      *=                                     PORVOTEMP EN EL DETALLE   =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE01ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01A                 PIC  X(104).
      *
       FD  PE01ANT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01N                 PIC  X(104).
      *
      *= FECHAR - FECHA DE ESTA EJECUCION (TARJETA RESUELTA POR EL SCAN=
      *=          DE CABECERA DE LA JCL)                               =
           05  A1-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  A1-FECALTA          PIC X(10).
           05  FILLER              PIC X(46).
           05  A1-PORVOTEMP        PIC S9(3)V99 COMP-3.

       01  W-REG-01N.
           05  N1-NUMPERSEMP       PIC S9(9) COMP.
           05  N1-NUMPERSACC       PIC S9(9) COMP.
           05  FILLER              PIC X(96).

      *=================================================================
      * PERSONAS COLAPSADAS: UN NUMPERSACC PUEDE APARECER EN VARIAS
           05  PA-NUMPERSEMP       PIC S9(9) COMP.
           05  PA-CODRELPEPE       PIC S9(4) COMP.
           05  PA-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  PA-PORVOTEMP        PIC S9(3)V99 COMP-3.
           05  PA-FECALTA          PIC X(10).
       01  PA-CLAVE-X  REDEFINES  W-PERSONA-ACT  PIC X(04).

           05  LDT-PORPARTEMP      PIC 9(05).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LDT-FECALTA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LDT-PORVOTEMP       PIC 9(05).
           05  FILLER              PIC X(31)  VALUE SPACES.

       01  LINEA-COLA.
           05  FILLER              PIC X(02)  VALUE 'T;'.
           05  FILLER              PIC X(50)  VALUE SPACES.

      *=================================================================
      * CAMPO AUXILIAR PARA DESEMPAQUETAR LOS PORCENTAJES (DOS DECIMALES
      * IMPLICITOS EN LA INTERFASE: 036,00 VIAJA COMO 03600)
      *
       01  W-PORPARTEMP-NUM        PIC 9(03)V99.
                 MOVE  A1-NUMPERSEMP  TO  PA-NUMPERSEMP
                 MOVE  A1-CODRELPEPE  TO  PA-CODRELPEPE
                 MOVE  A1-PORPARTEMP  TO  PA-PORPARTEMP
                 MOVE  A1-PORVOTEMP   TO  PA-PORVOTEMP
                 MOVE  A1-FECALTA     TO  PA-FECALTA
                 PERFORM LEE-01A
                         UNTIL FIN-01A
           MOVE  PA-PORPARTEMP    TO  W-PORPARTEMP-NUM
           MOVE  W-PORPARTEMP-DIS TO  LDT-PORPARTEMP
           MOVE  PA-FECALTA       TO  LDT-FECALTA
           MOVE  PA-PORVOTEMP     TO  W-PORPARTEMP-NUM
           MOVE  W-PORPARTEMP-DIS TO  LDT-PORVOTEMP
           ADD   PA-NUMPERSACC    TO  W-HASH-NUMPERSACC
           MOVE  SPACES           TO  REG-1W
           WRITE REG-1W  FROM  LINEA-DETALLE
