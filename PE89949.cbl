      *=                  SOLA VEZ. EL FILTRO DE FECHAS RETIENE LAS    =
      *=                  RELACIONES CUYO INTERVALO FECALTA/FECBAJA    =
      *=                  SOLAPA EL RANGO SOLICITADO.                  =
      *=                  CADA RELACION MUESTRA EL PORCENTAJE DE       =
      *=                  CAPITAL (PCT) Y EL DE DERECHOS DE VOTO (VOT),=
      *=                  Y CADA DECISION LA MEDIDA QUE LA DETERMINO   =
      *=                  (CAPI/VOTO/AMBA).                            =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 02-09-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES: =
      *=                                     PORVOTEMP EN RELACIONES Y =
      *=                                     MEDIDA EN DECISIONES      =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= PE0003R - CONCATENACION DE PE0003W (LAYOUT WSS-PE0003O)       =
       FD  PE0003R     BLOCK CONTAINS 0 CHARACTERS
           05  R1-FECALTA          PIC X(10).
           05  R1-FECBAJA          PIC X(10).
           05  FILLER              PIC X(36).
           05  R1-PORVOTEMP        PIC S9(3)V99 COMP-3.

       01  W-REG-3R.
           05  R3-NUMPERSEMP       PIC 9(09).
           05  R3-PORCENTMIN       PIC 9(03).
           05  R3-ROLES004         PIC 9(03).
           05  R3-NUMREL           PIC 9(04).
           05  R3-MEDIDA           PIC X(04).

      *=================================================================
      * VARIABLES DE TRABAJO
           05  LRE-CODRELPEPE      PIC 9(04).
           05  FILLER              PIC X(05)  VALUE ' PCT '.
           05  LRE-PORPARTEMP      PIC ZZ9,99.
           05  FILLER              PIC X(05)  VALUE ' VOT '.
           05  LRE-PORVOTEMP       PIC ZZ9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-FECALTA         PIC X(10).
           05  FILLER              PIC X(03)  VALUE ' A '.
           05  LRE-FECBAJA         PIC X(10).
           05  FILLER              PIC X(11)  VALUE SPACES.

       01  LINEA-DECISION.
           05  FILLER              PIC X(04)  VALUE '  DC'.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDE-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(05)  VALUE ' CAM '.
           05  LDE-CAMINO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDE-MEDIDA          PIC X(04).
           05  FILLER              PIC X(05)  VALUE ' ACU '.
           05  LDE-PORACUM         PIC ZZZZ9,99.
           05  FILLER              PIC X(05)  VALUE ' MIN '.
           05  LDE-FECALTA         PIC X(10).
           05  FILLER              PIC X(03)  VALUE ' A '.
           05  LDE-FECBAJA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.

       01  LINEA-CASO.
           05  FILLER              PIC X(10)  VALUE '  CASO    '.
                 MOVE  R1-NUMPERSACC  TO  LRE-NUMPERSACC
                 MOVE  R1-CODRELPEPE  TO  LRE-CODRELPEPE
                 MOVE  R1-PORPARTEMP  TO  LRE-PORPARTEMP
                 MOVE  R1-PORVOTEMP   TO  LRE-PORVOTEMP
                 MOVE  R1-FECALTA     TO  LRE-FECALTA
                 MOVE  R1-FECBAJA     TO  LRE-FECBAJA
                 MOVE  SPACES  TO  REG-DOS
           AND   R3-FECBAJA  NOT <  W-DESDE )
                 MOVE  R3-NUMPERSACC  TO  LDE-NUMPERSACC
                 MOVE  R3-CAMINO      TO  LDE-CAMINO
                 MOVE  R3-MEDIDA      TO  LDE-MEDIDA
                 MOVE  R3-PORACUM     TO  LDE-PORACUM
                 MOVE  R3-PORCENTMIN  TO  LDE-PORCENTMIN
                 MOVE  R3-NUMREL      TO  LDE-NUMREL
