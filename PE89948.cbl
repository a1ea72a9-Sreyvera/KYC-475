      *=                  REGISTROS DE DETALLE Y TOTAL DE CONTROL      =
      *=                  (SUMA DE NUMPERSEMP) PARA QUE EL RECEPTOR    =
      *=                  VALIDE LA COMPLETITUD DEL ENVIO.             =
      *=                  EL PORCENTAJE DE DERECHOS DE VOTO (PORVOTEMP)=
      *=                  VA AL FINAL DEL DETALLE, TRAS ORDEN, PARA NO =
      *=                  MOVER LAS COLUMNAS DE LOS DEMAS CAMPOS.      =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= PE0001R             RESULTADO PE0001W DE PE80619 (104 BYTES)  =
      *= FECHAR              FECHA DE ESTA EJECUCION (&OYMD1 POR SCAN) =
      *= PE0001W             FICHERO DE INTERFASE TODO DISPLAY         =
      *=                                                               =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 22-08-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES: =
      *=                                     NUEVO CAMPO PORVOTEMP Y   =
      *=                                     INTERFASE A 146           =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *= VISTA DESGLOSADA DEL MISMO REGISTRO (REDEFINICION IMPLICITA   =
      *= BAJO LA FD), IGUAL LAYOUT QUE WSS-PE8062O EN PE80619          =
       01  W-REG-1R.
           05  W-1R-CODTERMINA     PIC X(8).
           05  W-1R-CODUSUARIO     PIC X(8).
           05  W-1R-ORDEN          PIC 9(2).
           05  W-1R-PORVOTEMP      PIC S9(3)V99 COMP-3.
      *
      *= FECHAR - FECHA DE ESTA EJECUCION (TARJETA RESUELTA POR EL SCAN=
      *=          DE CABECERA DE LA JCL)                               =
       FD  PE0001W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1W                  PIC  X(146).

      *=================================================================
       WORKING-STORAGE SECTION.
           05  LCB-FECHA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LCB-ENTIDAD         PIC X(02).
           05  FILLER              PIC X(133) VALUE SPACES.

       01  LINEA-DETALLE.
           05  FILLER              PIC X(02)  VALUE 'D;'.
           05  LDT-CODUSUARIO      PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LDT-ORDEN           PIC 9(02).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LDT-PORVOTEMP       PIC 9(05).
           05  FILLER              PIC X(04)  VALUE SPACES.

       01  LINEA-COLA.
           05  LCO-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LCO-HASH            PIC 9(18).
           05  FILLER              PIC X(116) VALUE SPACES.

      *=================================================================
      * CAMPO AUXILIAR PARA DESEMPAQUETAR LOS PORCENTAJES (DOS DECIMALES
      * IMPLICITOS EN LA INTERFASE: 036,00 VIAJA COMO 03600)
      *
       01  W-PORPARTEMP-NUM        PIC 9(03)V99.
                 MOVE  W-1R-CODTERMINA  TO  LDT-CODTERMINA
                 MOVE  W-1R-CODUSUARIO  TO  LDT-CODUSUARIO
                 MOVE  W-1R-ORDEN       TO  LDT-ORDEN
                 MOVE  W-1R-PORVOTEMP   TO  W-PORPARTEMP-NUM
                 MOVE  W-PORPARTEMP-DIS TO  LDT-PORVOTEMP
                 ADD   W-1R-NUMPERSEMP  TO  W-HASH-NUMPERSEMP
                 MOVE  SPACES           TO  REG-1W
                 WRITE REG-1W  FROM  LINEA-DETALLE
