      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 02-09-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           INTERFASE DE PE89948 A 146=
      *=                                     POSICIONES (PORVOTEMP)    =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
                        LABEL RECORDS STANDARD.
       01  REG-ACK                 PIC  X(80).
      *
      *= ENVIO - INTERFASE ENVIADA (LAYOUT H/D/T DE PE89948, 146)      =
       FD  ENVIO       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ENV                 PIC  X(146).
      *
      *= FECHAR - FECHA DE ESTA EJECUCION (TARJETA RESUELTA POR EL SCAN=
      *=          DE CABECERA DE LA JCL)                               =
       FD  REENVIO     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-REE                 PIC  X(146).
      *
      *= INFORME - CONCILIACION DEL ACUSE Y DETALLE DE RECHAZOS        =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
      *
       01  W-REG-ENV.
           05  ENV-TIPO            PIC X(01).
           05  FILLER              PIC X(145).
       01  W-ENV-DETALLE  REDEFINES  W-REG-ENV.
           05  FILLER              PIC X(02).
           05  END-NUMPERSEMP      PIC 9(09).
           05  END-NUMPERSNIV      PIC X(09).
           05  FILLER              PIC X(01).
           05  END-CODRELPEPE      PIC X(04).
           05  FILLER              PIC X(110).
       01  W-ENV-COLA  REDEFINES  W-REG-ENV.
           05  FILLER              PIC X(02).
           05  ENT-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01).
           05  ENT-HASH            PIC 9(18).
           05  FILLER              PIC X(116).

      *=================================================================
      * TABLA DE RECHAZOS DEL ACUSE, CLAVE NUMPERSEMP+NUMPERSACC+
           05  LCO-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LCO-HASH            PIC 9(18).
           05  FILLER              PIC X(116) VALUE SPACES.

      *=================================================================
      * LINEAS DE INFORME
