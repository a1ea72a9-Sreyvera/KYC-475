      *=                    DESAPARECIDO, SE GENERA LA SENTENCIA DE    =
      *=                    CIERRE (CIESYS, UPDATE DE FECFINVIG QUE    =
      *=                    EJECUTA EL DSNTEP2 DEL PASO SIGUIENTE).    =
      *=                  - CLAVE EN AMBOS CON PORPARTEMP O PORVOTEMP  =
      *=                    DISTINTO: SE CIERRA LA FILA VIGENTE Y SE   =
      *=                    ABRE OTRA CON LOS PORCENTAJES NUEVOS DE    =
      *=                    CAPITAL Y DE VOTOS, PARA QUE LA            =
      *=                    PREGUNTA "QUIEN ERA TITULAR DE X EN FECHA  =
      *=                    Y, Y CON QUE PORCENTAJE" SEA UNA CONSULTA  =
      *=                    Y NO UNA REEJECUCION ASOF DE PE80619.      =
      *=                                     EL SORT DE LA JCL NO      =
      *=                                     PUEDE DEDUPLICAR POR      =
      *=                                     CLAVE PARCIAL             =
      *= 15-10-26 N/A          DID           DERECHOS DE VOTO: PE0001R =
      *=                                     DE 104 POSICIONES CON     =
      *=                                     PORVOTEMP, QUE VIAJA A    =
      *=                                     PEH4U/PEH4INS (COLUMNA    =
      *=                                     PE1900_PORVOTEMP DE       =
      *=                                     PEH400) Y UN CAMBIO DE    =
      *=                                     VOTOS TAMBIEN CIERRA Y    =
      *=                                     REABRE LA FILA VIGENTE    =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= PEH4U - FILAS ABIERTAS DE DB2PROD.PEH400: NUMPERSEMP(4 BI)    =
      *= NUMPERSACC(4 BI) CODRELPEPE(2 BI) PORPARTEMP(3 PD)            =
      *= PORVOTEMP(3 PD)                                               =
       FD  PEH4U       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-PEH4U               PIC  X(16).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE JPE8086D)                                =
      *
      *= PEH4INS - FILAS NUEVAS PARA EL LOAD RESUME DE PEH400:         =
      *= NUMPERSEMP(4 BI) NUMPERSACC(4 BI) CODRELPEPE(2 BI)            =
      *= PORPARTEMP(3 PD) FECINIVIG(10) FECFINVIG(10) PORVOTEMP(3 PD)  =
       FD  PEH4INS     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INS                 PIC  X(36).
      *
      *= CIESYS - SENTENCIAS SQL DE CIERRE PARA EL DSNTEP2 DEL PASO    =
      *=          SIGUIENTE DE LA JCL                                  =
           05  ACT-CODTERMINA      PIC X(8).
           05  ACT-CODUSUARIO      PIC X(8).
           05  ACT-ORDEN           PIC 9(2).
           05  ACT-PORVOTEMP       PIC S9(3)V99 COMP-3.

       01  W-REG-PEH4U.
           05  TAB-NUMPERSEMP      PIC S9(9) COMP.
           05  TAB-NUMPERSACC      PIC S9(9) COMP.
           05  TAB-CODRELPEPE      PIC S9(4) COMP.
           05  TAB-PORPARTEMP      PIC S9(3)V99 COMP-3.
           05  TAB-PORVOTEMP       PIC S9(3)V99 COMP-3.

      *=================================================================
      * CLAVES DE CRUCE: NUMPERSEMP+NUMPERSACC+CODRELPEPE EN BRUTO
           05  LIN-PORPARTEMP      PIC S9(3)V99 COMP-3.
           05  LIN-FECINIVIG       PIC X(10).
           05  LIN-FECFINVIG       PIC X(10).
           05  LIN-PORVOTEMP       PIC S9(3)V99 COMP-3.

      *=================================================================
      * SENTENCIA DE CIERRE (SEIS TARJETAS POR FILA A CERRAR). CADA
      *=================================================================
      * COTEJA-CLAVES: CRUCE CLASICO DE DOS FICHEROS ORDENADOS POR
      *      NUMPERSEMP+NUMPERSACC+CODRELPEPE. SOLO EN HOY = ALTA;
      *      SOLO EN TABLA = CIERRE; EN AMBOS CON PORPARTEMP O
      *      PORVOTEMP DISTINTO = CIERRE DE LA FILA VIGENTE Y ALTA CON
      *      LOS NUEVOS.
      *
       COTEJA-CLAVES.
           EVALUATE TRUE
                 PERFORM  LEE-TAB
           WHEN  OTHER
                 IF    ACT-PORPARTEMP  NOT EQUAL  TAB-PORPARTEMP
                 OR    ACT-PORVOTEMP   NOT EQUAL  TAB-PORVOTEMP
                       PERFORM  GENERA-CIERRE
                       PERFORM  GENERA-ALTA
                       ADD   1  TO  CNT-CAMBIOS-PCT

      *=================================================================
      * LEE-ACT: ENTREGA LA PRIMERA OCURRENCIA DE CADA CLAVE DE
      *      PE0001R. EL SORT DE LA JCL ORDENA POR CLAVE, PORPARTEMP
      *      DESCENDENTE Y PORVOTEMP DESCENDENTE, ASI QUE LAS
      *      OCURRENCIAS REPETIDAS (UNA POR VENTANA DE ACUMULACION)
      *      LLEGAN DETRAS Y CON PORCENTAJE MENOR O IGUAL: SE
      *      CONSUMEN Y SE CUENTAN. SIN ESTE DESCARTE, CADA REPETIDA
      *      COMPARARIA BAJA CONTRA LA SIGUIENTE CLAVE DE LA TABLA Y
      *      CARGARIA UNA FILA ABIERTA DE MAS EN EL HISTORICO.
      *
       LEE-ACT.
           MOVE  W-CLAVE-ACT-X  TO  W-CLAVE-ACT-ANT
           MOVE  ACT-NUMPERSACC    TO  LIN-NUMPERSACC
           MOVE  ACT-CODRELPEPE    TO  LIN-CODRELPEPE
           MOVE  ACT-PORPARTEMP    TO  LIN-PORPARTEMP
           MOVE  ACT-PORVOTEMP     TO  LIN-PORVOTEMP
           MOVE  W-FECHA-GUIONES   TO  LIN-FECINIVIG
           MOVE  WLT-FECHA-MAX     TO  LIN-FECFINVIG
           MOVE  SPACES            TO  REG-INS
