      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80666.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80666 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80666                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  ARBOL DE TITULARIDAD POR SOCIEDAD. PARA CADA =
      *=                  NUMPERSEMP DE LA LISTA ARBSOL RECONSTRUYE SU =
      *=                  ESTRUCTURA DE PROPIEDAD A UNA FECHA (PARM    =
      *=                  ASOF=AAAA-MM-DD, POR DEFECTO LA DE FECHAR) A =
      *=                  PARTIR DE SUS PROPIAS RELACIONES EN PE0001R, =
      *=                  CON LA MISMA LECTURA DE NIVELES QUE PE80619: =
      *=                  - ROL 41 DE NIVEL K: LA SOCIEDAD INTERMEDIA  =
      *=                    NUMPERSNIV PARTICIPA EN LA DEL NIVEL K-1   =
      *=                    DEL MISMO GRUPO (EN LA PROPIA SOCIEDAD SI  =
      *=                    K = 1);                                    =
      *=                  - ACCIONISTA 56/57/58 DE NIVEL 1 PARTICIPA EN=
      *=                    LA SOCIEDAD; DE NIVEL N > 1, EN LA         =
      *=                    INTERMEDIA QUE POSEE DIRECTAMENTE          =
      *=                    (NUMPERSNIV).                              =
      *=                  CADA NODO LLEVA EL PORCENTAJE DIRECTO, EL    =
      *=                  EFECTIVO SOBRE LA SOCIEDAD (PRODUCTO DE LA   =
      *=                  CADENA), LAS FECHAS DE LA RELACION Y LA MARCA=
      *=                  DE TITULAR REAL SEGUN LA AUDITORIA PE0003W   =
      *=                  DEL DIA. LAS CADENAS ROTAS NO SE PIERDEN:    =
      *=                  - NIVEL K SIN NIVEL K-1 EN EL GRUPO: SE      =
      *=                    CUELGA DE UN NODO 'NIVEL INTERMEDIO        =
      *=                    AUSENTE' (INCIDENCIA NF);                  =
      *=                  - PARTICIPADA SIN ENLACE HASTA LA SOCIEDAD:  =
      *=                    SE CUELGA DE UN NODO 'ESLABON ROTO' CON ESA=
      *=                    PARTICIPADA (INCIDENCIA SC), SIN EFECTIVO; =
      *=                  - CICLOS: EL NODO SE MUESTRA UNA VEZ CON     =
      *=                    INCIDENCIA CI Y NO SE DESCIENDE.           =
      *=                  LOS TITULARES REALES QUE NO SON ACCIONISTAS  =
      *=                  (FIRMA, DIRECTIVO, FIDEICOMISO, DECLARADO)   =
      *=                  SE LISTAN APARTE AL PIE DE CADA SOCIEDAD.    =
      *=                  SALIDAS: INFORME SANGRADO (132) Y FICHERO    =
      *=                  ESTRUCTURADO ARBEST PARA LA HERRAMIENTA DE   =
      *=                  DIAGRAMAS: CABECERA 'H', UN REGISTRO POR NODO=
      *=                  CON SU SECUENCIA Y LA DE SU PADRE ('S' RAIZ, =
      *=                  'N' NODO, 'R' ESLABON ROTO, 'U' TITULAR NO   =
      *=                  ACCIONARIAL) Y COLA 'T' DE CONTROL; COLUMNAS =
      *=                  FIJAS SEPARADAS POR ';' (COMO PE80651).      =
      *=                  RC: 0 CORRECTO; 4 ALGUNA CADENA ROTA O CICLO;=
      *=                  8 SOLICITUDES RECHAZADAS; 16 LISTA VACIA.    =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= DB2PROD.PE1100   (VIA KSDS DE NOMBRES REFRESCADO POR LA JCL)  =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= ARBSOL              SOCIEDADES PEDIDAS (NUMPERSEMP EN 1-9,    =
      *=                     ORDENADAS)                                =
      *= PE0001R   PE8062I   RELACIONES (SALIDA DE PE80658)            =
      *= PE03ACT             PE0003W DEL DIA (LAYOUT WSS-PE0003O)      =
      *= NOMBRES             KSDS DE NOMBRES (CLAVE NUMPERSONA BINARIA)=
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= ARBWK               TRABAJO: FILAS POR SOCIEDAD ORDENADAS     =
      *= INFORME             ARBOL SANGRADO (132)                      =
      *= ARBEST              ARBOL ESTRUCTURADO PARA DIAGRAMAS (200)   =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES  =
      *=                                     (PORVOTEMP)               =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-zSeries.
       OBJECT-COMPUTER.   IBM-zSeries.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARBSOL  ASSIGN TO  ARBSOL
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-ARBSOL.

           SELECT PE0001R  ASSIGN TO  PE0001R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001R.

           SELECT PE03ACT  ASSIGN TO  PE03ACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE03ACT.

           SELECT NOMBRES  ASSIGN TO  NOMBRES
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   NOM-NUMPERSONA
                  FILE STATUS FS-NOMBRES.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT ARBWK  ASSIGN TO  ARBWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-ARBWK.

           SELECT ARBSORT  ASSIGN TO  SORTWK01.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

           SELECT ARBEST  ASSIGN TO  ARBEST
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-ARBEST.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= ARBSOL - SOCIEDADES PEDIDAS, UNA POR REGISTRO, ORDENADAS      =
       FD  ARBSOL      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ARBSOL.
           05  SOL-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(71).
      *
      *= PE0001R - RELACIONES EMPRESA/ACCIONISTA (PE8062I)             =
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= PE03ACT - PE0003W (LAYOUT WSS-PE0003O DE PE80619)             =
       FD  PE03ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-03A                 PIC  X(60).
      *
      *= NOMBRES - KSDS DE NOMBRES: NUMPERSONA(4 BI) + NOMBRE(40) +    =
      *=           NUMIDENT(12), REFRESCADO A DIARIO POR JPE8080D      =
       FD  NOMBRES.
       01  REG-NOMBRES.
           05  NOM-NUMPERSONA      PIC S9(9) COMP.
           05  NOM-NOMBRE          PIC X(40).
           05  NOM-NUMIDENT        PIC X(12).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= ARBWK - SOLICITUD, AUDITORIA Y RELACIONES POR SOCIEDAD        =
       FD  ARBWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ARBWK               PIC  X(80).
      *
       SD  ARBSORT.
       01  SD-ARB.
           05  SR-NUMPERSEMP       PIC 9(09).
           05  SR-TIPO             PIC X(01).
           05  SR-NUMPERSACC       PIC 9(09).
           05  SR-NIVELACC         PIC 9(03).
           05  SR-CODRELPEPE       PIC 9(04).
           05  SR-NUMPERSNIV       PIC 9(09).
           05  SR-PCT              PIC 9(03)V99.
           05  SR-FECALTA          PIC X(10).
           05  SR-FECBAJA          PIC X(10).
           05  SR-CAMINO           PIC X(01).
           05  FILLER              PIC X(19).
      *
      *= INFORME - ARBOL DE TITULARIDAD SANGRADO                       =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).
      *
      *= ARBEST - ARBOL ESTRUCTURADO (CABECERA 'H' / NODOS / COLA 'T', =
      *=          CAMPOS DE COLUMNA FIJA SEPARADOS POR ';')            =
       FD  ARBEST      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EST                 PIC  X(200).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80666'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-INCIDENCIAS PIC 9(03)  VALUE 004.
       77  WLT-RC-RECHAZOS    PIC 9(03)  VALUE 008.
       77  WLT-RC-VACIA       PIC 9(03)  VALUE 016.
       77  WLT-MAX-SOLIC      PIC 9(05)  VALUE 1000.
       77  WLT-MAX-NODOS      PIC 9(05)  VALUE 500.
       77  WLT-MAX-UBO        PIC 9(05)  VALUE 200.
       77  WLT-MAX-NIV-EXT    PIC 9(03)  VALUE 10.
       77  WLT-MAX-PROF       PIC 9(02)  VALUE 11.
       77  WLT-EFECTIVO-RAIZ  PIC 9(03)V9(4) VALUE 100.
      *
       77  WLT-SOC-INTERMEDIA-ACC       PIC 9(04)  VALUE 41.
       77  WLT-ACCIONISTA-DIR           PIC 9(04)  VALUE 56.
       77  WLT-ACCIONISTA-IND           PIC 9(04)  VALUE 57.
       77  WLT-ULTIMO-BENEFICIARIO      PIC 9(04)  VALUE 58.

      *=================================================================
      * COPY DEL REGISTRO DE ENTRADA
      *
       01  ENTRADA.
           COPY PE8062I.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0003W (READ INTO), LAYOUT WSS-PE0003O
      *
       01  W-REG-03A.
           05  A3-NUMPERSEMP       PIC 9(09).
           05  A3-NUMPERSACC       PIC 9(09).
           05  A3-CAMINO           PIC X(01).
               88  A3-SIN-UBO             VALUE '4'.
               88  A3-DESBORDE            VALUE '5'.
           05  FILLER              PIC X(41).

      *=================================================================
      * IMAGEN DE TRABAJO DE ARBWK (READ INTO), LAYOUT SD-ARB
      *
       01  W-ARB.
           05  AW-NUMPERSEMP       PIC 9(09).
           05  AW-TIPO             PIC X(01).
               88  AW-SOLICITUD           VALUE '0'.
               88  AW-AUDITORIA           VALUE '1'.
               88  AW-RELACION            VALUE '2'.
           05  AW-NUMPERSACC       PIC 9(09).
           05  AW-NIVELACC         PIC 9(03).
           05  AW-CODRELPEPE       PIC 9(04).
           05  AW-NUMPERSNIV       PIC 9(09).
           05  AW-PCT              PIC 9(03)V99.
           05  AW-FECALTA          PIC X(10).
           05  AW-FECBAJA          PIC X(10).
           05  AW-CAMINO           PIC X(01).
           05  FILLER              PIC X(19).

      *=================================================================
      * SOCIEDADES PEDIDAS (BUSQUEDA BINARIA AL FILTRAR LAS ENTRADAS)
      *
       01  W-TABLA-SOLIC.
           05  W-SOL-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-SOL-ENTRADA  OCCURS 0 TO 1000 TIMES
                              DEPENDING ON W-SOL-COUNT
                              ASCENDING KEY W-SOL-NUMPERSEMP
                              INDEXED BY IX-SOL.
               10  W-SOL-NUMPERSEMP  PIC 9(09).

      *=================================================================
      * NODOS DE LA SOCIEDAD EN CURSO: UNO POR PAREJA ENTIDAD/PADRE
      * (PADRE = SOCIEDAD EN LA QUE PARTICIPA; CERO = NIVEL INTERMEDIO
      * AUSENTE). EL MISMO TRAMO LLEGA DE VARIOS GRUPOS Y SE GUARDA
      * UNA VEZ.
      *
       01  W-TABLA-NODOS.
           05  W-NOD-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-NOD-ENTRADA  OCCURS 500 TIMES.
               10  W-NOD-ENTIDAD     PIC 9(09).
               10  W-NOD-PADRE       PIC 9(09).
               10  W-NOD-CODRELPEPE  PIC 9(04).
               10  W-NOD-PCT         PIC 9(03)V99.
               10  W-NOD-FECALTA     PIC X(10).
               10  W-NOD-FECBAJA     PIC X(10).
               10  W-NOD-VISTO       PIC X(01).

      *=================================================================
      * TITULARES REALES DE LA SOCIEDAD EN CURSO SEGUN PE0003W
      *
       01  W-TABLA-UBO.
           05  W-UBO-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-UBO-ENTRADA  OCCURS 200 TIMES.
               10  W-UBO-NUMPERSACC  PIC 9(09).
               10  W-UBO-CAMINO      PIC X(01).
               10  W-UBO-EN-ARBOL    PIC X(01).

      *=================================================================
      * PRIMERA SOCIEDAD INTERMEDIA (ROL 41) DE CADA NIVEL DEL GRUPO
      * NUMPERSACC EN CURSO, COMO EN PE80619 BUSCA-ENLACE-NIVEL
      *
       01  W-TAB-NIVELES.
           05  W-NIV-NUMPERS  OCCURS 10 TIMES  PIC 9(09).

      *=================================================================
      * PILA DEL RECORRIDO EN PROFUNDIDAD
      *
       01  W-PILA.
           05  W-PILA-NIVEL   OCCURS 12 TIMES.
               10  PIL-NUMPERS       PIC 9(09).
               10  PIL-ULT-IX        PIC 9(05)  COMP.
               10  PIL-EFECTIVO      PIC 9(03)V9(4).
               10  PIL-EFEC-OK       PIC X(01).
               10  PIL-SECUENCIA     PIC 9(05).

      *=================================================================
      * VALIDACION DE LA FECHA ASOF (TABLA DE MESES Y ANYO BISIESTO)
      *
       01 W-FECHA-VENT.
          05 W-FV-AAAA      PIC 9(4).
          05 FILLER         PIC X    VALUE '-'.
          05 W-FV-MM        PIC 9(2).
          05 FILLER         PIC X    VALUE '-'.
          05 W-FV-DD        PIC 9(2).
       01 W-DIAS-DEL-MES    PIC 9(2)       VALUE ZEROS.
       01 W-RESTO-BIS       PIC 9(4) COMP  VALUE ZEROS.
       01 W-COCIENTE-BIS    PIC 9(4) COMP  VALUE ZEROS.
       01 W-BISIESTO        PIC X(1)       VALUE 'N'.
       01 W-TABLA-MESES.
          05 FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01 W-TABLA-MESES-R  REDEFINES  W-TABLA-MESES.
          05 W-DIAS-MES  OCCURS 12 TIMES  PIC 9(02).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-ASOF       PIC X(10)  VALUE SPACES.
           05  W-FIN-SOL          PIC 9      VALUE 0.
               88  FIN-SOL                   VALUE 1.
           05  W-FIN-1R           PIC 9      VALUE 0.
               88  FIN-1R                    VALUE 1.
           05  W-FIN-03A          PIC 9      VALUE 0.
               88  FIN-03A                   VALUE 1.
           05  W-FIN-ARB          PIC 9      VALUE 0.
               88  FIN-ARB                   VALUE 1.
           05  W-SOL-ANT          PIC 9(09)  VALUE ZEROS.
           05  W-BUSCA            PIC 9(09)  VALUE ZEROS.
           05  W-SOLICITADA       PIC X(01)  VALUE 'N'.
               88  ES-SOLICITADA             VALUE 'S'.
           05  W-SOCIEDAD         PIC 9(09)  VALUE ZEROS.
           05  W-GRUPO-ACC        PIC 9(09)  VALUE ZEROS.
           05  W-NIVEL            PIC 9(03)  VALUE ZEROS.
           05  W-ENTIDAD          PIC 9(09)  VALUE ZEROS.
           05  W-PADRE            PIC 9(09)  VALUE ZEROS.
           05  W-RAIZ             PIC 9(09)  VALUE ZEROS.
           05  W-RECORTADA        PIC X(01)  VALUE 'N'.
               88  SOCIEDAD-RECORTADA        VALUE 'S'.
           05  W-ENCONTRADO       PIC X(01)  VALUE 'N'.
           05  W-HAY-HIJO         PIC X(01)  VALUE 'N'.
               88  HAY-HIJO                  VALUE 'S'.
           05  W-CICLO            PIC X(01)  VALUE 'N'.
               88  HAY-CICLO                 VALUE 'S'.
           05  W-UBO              PIC X(01)  VALUE 'N'.
           05  W-CAMINO           PIC X(01)  VALUE SPACES.
           05  W-INCIDENCIA       PIC X(02)  VALUE SPACES.
           05  W-EFECTIVO         PIC 9(03)V9(4) VALUE ZEROS.
           05  W-EFEC-OK          PIC X(01)  VALUE 'N'.
           05  W-PROF             PIC 9(02)  COMP  VALUE ZEROS.
           05  W-SANGRIA          PIC 9(03)  COMP  VALUE ZEROS.
           05  W-SECUENCIA        PIC 9(05)  VALUE ZEROS.
           05  W-SEC-PADRE        PIC 9(05)  VALUE ZEROS.
           05  W-IX               PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX2              PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX-NODO          PIC 9(05)  COMP  VALUE ZEROS.
           05  W-HASH-NUMPERS     PIC 9(18)  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-SOL      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-RECHAZADOS-SOL  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-DUPLICADOS-SOL  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-1R       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-03A      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-NO-VIGENTES     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-RELACIONES      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SOCIEDADES      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-RELACIONES  PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-NODOS           PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ROTOS           PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CICLOS          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-RECORTADAS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-UBO-MARCADOS    PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-EST    PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DEL INFORME
      *
       01  LINEA-TITULO.
           05  FILLER              PIC X(38)  VALUE
               'ARBOL DE TITULARIDAD POR SOCIEDAD A   '.
           05  LTI-FECHA-ASOF      PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(24)  VALUE
               '   (TITULARES PE0003W A '.
           05  LTI-FECHA-HOY       PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(01)  VALUE ')'.
           05  FILLER              PIC X(51)  VALUE SPACES.

       01  LINEA-LEYENDA.
           05  FILLER              PIC X(40)  VALUE
               'DIR = % DIRECTO   EFEC = % EFECTIVO SOBR'.
           05  FILLER              PIC X(40)  VALUE
               'E LA SOCIEDAD   UBO(C) = TITULAR REAL PO'.
           05  FILLER              PIC X(20)  VALUE
               'R EL CAMINO C       '.
           05  FILLER              PIC X(32)  VALUE SPACES.

       01  LINEA-SOCIEDAD.
           05  FILLER              PIC X(09)  VALUE 'SOCIEDAD '.
           05  LSO-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LSO-NOMBRE          PIC X(40).
           05  FILLER              PIC X(73)  VALUE SPACES.

       01  LINEA-NODO.
           05  FILLER              PIC X(03)  VALUE '+- '.
           05  LND-NUMPERS         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LND-NOMBRE          PIC X(28).
           05  FILLER              PIC X(05)  VALUE ' ROL '.
           05  LND-CODRELPEPE      PIC ZZZ9.
           05  FILLER              PIC X(05)  VALUE ' DIR '.
           05  LND-PCT             PIC ZZ9,99.
           05  FILLER              PIC X(06)  VALUE ' EFEC '.
           05  LND-EFECTIVO        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LND-FECALTA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LND-FECBAJA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LND-MARCA-UBO       PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LND-MARCA-CICLO     PIC X(05).

       01  W-EFECTIVO-ED           PIC ZZ9,9999.

       01  LINEA-ROTO.
           05  FILLER              PIC X(03)  VALUE '+- '.
           05  LRO-TEXTO           PIC X(32).
           05  LRO-NUMPERS         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRO-NOMBRE          PIC X(30).
           05  FILLER              PIC X(57)  VALUE SPACES.

       01  W-LINEA                 PIC X(132).

       01  LINEA-OTROS.
           05  FILLER              PIC X(44)  VALUE
               '  OTROS TITULARES REALES (NO ACCIONARIALES):'.
           05  FILLER              PIC X(88)  VALUE SPACES.

       01  LINEA-UBO.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  LUB-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LUB-NOMBRE          PIC X(40).
           05  FILLER              PIC X(08)  VALUE ' CAMINO '.
           05  LUB-CAMINO          PIC X(01).
           05  FILLER              PIC X(69)  VALUE SPACES.

       01  LINEA-AVISO.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LAV-TEXTO           PIC X(60).
           05  FILLER              PIC X(70)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACES.

      *=================================================================
      * REGISTROS DEL FICHERO ESTRUCTURADO. LOS SEPARADORES ';' VAN EN
      * FILLER CON VALUE PARA QUE EL REGISTRO SEA DELIMITADO Y A LA
      * VEZ DE COLUMNAS FIJAS (COMO EN PE80651). PORCENTAJES CON
      * DECIMALES IMPLICITOS: DIRECTO 2, EFECTIVO 4.
      *
       01  LINEA-EST-CABECERA.
           05  FILLER              PIC X(02)  VALUE 'H;'.
           05  LEC-FECHA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEC-FECHA-ASOF      PIC X(10).
           05  FILLER              PIC X(179) VALUE SPACES.

       01  LINEA-EST-NODO.
           05  LEN-TIPO            PIC X(01).
               88  LEN-RAIZ               VALUE 'S'.
               88  LEN-NODO               VALUE 'N'.
               88  LEN-ROTO               VALUE 'R'.
               88  LEN-NO-ACCIONARIAL     VALUE 'U'.
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-SECUENCIA       PIC 9(05).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-SEC-PADRE       PIC 9(05).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-PROFUNDIDAD     PIC 9(02).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-NUMPERS         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-NOMBRE          PIC X(40).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-CODRELPEPE      PIC 9(04).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-PCT             PIC 9(03)V99.
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-EFECTIVO        PIC 9(03)V9(4).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-FECALTA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-FECBAJA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-UBO             PIC X(01).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-CAMINO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LEN-INCIDENCIA      PIC X(02).
           05  FILLER              PIC X(75)  VALUE SPACES.

       01  LINEA-EST-COLA.
           05  FILLER              PIC X(02)  VALUE 'T;'.
           05  LET-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LET-HASH            PIC 9(18).
           05  FILLER              PIC X(170) VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-ARBSOL            PIC XX.
       77  FS-PE0001R           PIC XX.
       77  FS-PE03ACT           PIC XX.
       77  FS-NOMBRES           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-ARBWK             PIC XX.
       77  FS-INFORME           PIC XX.
       77  FS-ARBEST            PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (ASOF=AAAA-MM-DD, OPCIONAL)
      *
       LINKAGE SECTION.
       01  PARM-ENTRADA.
           05  PARM-LONG          PIC S9(4)  COMP.
           05  PARM-TEXTO         PIC X(20).

      *=================================================================
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           SORT ARBSORT ASCENDING KEY SR-NUMPERSEMP SR-TIPO
                                      SR-NUMPERSACC SR-NIVELACC
                INPUT PROCEDURE PREPARA-SOCIEDADES
                GIVING ARBWK
           PERFORM ABRE-SALIDAS.
           PERFORM LEE-ARB.
           PERFORM TRATA-SOCIEDAD  UNTIL  FIN-ARB.
           PERFORM ESCRIBE-TOTALES.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           OPEN  INPUT    FECHAR
           IF    FS-FECHAR  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR FECHAR ' FS-FECHAR
                 PERFORM ABNORMAL-ENDING
           END-IF
           READ  FECHAR  INTO  W-FECHA-HOY
           IF    FS-FECHAR  NOT EQUAL '00'
                 DISPLAY 'ERROR AL LEER FECHAR ' FS-FECHAR
                 PERFORM ABNORMAL-ENDING
           END-IF
           CLOSE FECHAR
           MOVE  W-FECHA-HOY(1:4)  TO  W-FECHA-ASOF(1:4)
           MOVE  '-'               TO  W-FECHA-ASOF(5:1)
           MOVE  W-FECHA-HOY(5:2)  TO  W-FECHA-ASOF(6:2)
           MOVE  '-'               TO  W-FECHA-ASOF(8:1)
           MOVE  W-FECHA-HOY(7:2)  TO  W-FECHA-ASOF(9:2)
           PERFORM INTERPRETA-PARM
           PERFORM CARGA-SOLICITUDES
           IF    W-SOL-COUNT  =  ZERO
                 DISPLAY 'LISTA DE SOCIEDADES VACIA'
                 MOVE  WLT-RC-VACIA  TO  RETURN-CODE
                 PERFORM ALTO-PROCESAMIENTO
           END-IF.

      *=================================================================
      * INTERPRETA-PARM: FECHA DE LA FOTO OPCIONAL ASOF=AAAA-MM-DD CON
      *      LA MISMA VALIDACION QUE EL MODO RETROSPECTIVO DE PE80619
      *      (DIA CONTRA LA LONGITUD REAL DEL MES). SIN PARM, LA FECHA
      *      DE NEGOCIO. UN PARM MAL FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  NOT =  15
                 OR    PARM-TEXTO(1:5)  NOT =  'ASOF='
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'ASOF=AAAA-MM-DD): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(6:10)  TO  W-FECHA-ASOF
                 MOVE  'N'               TO  W-ENCONTRADO
                 IF    W-FECHA-ASOF(1:4)  IS NUMERIC
                 AND   W-FECHA-ASOF(6:2)  IS NUMERIC
                 AND   W-FECHA-ASOF(9:2)  IS NUMERIC
                 AND   W-FECHA-ASOF(5:1)  =  '-'
                 AND   W-FECHA-ASOF(8:1)  =  '-'
                 AND   W-FECHA-ASOF(6:2)  >=  '01'
                 AND   W-FECHA-ASOF(6:2)  <=  '12'
                       MOVE  W-FECHA-ASOF(1:4)   TO  W-FV-AAAA
                       MOVE  W-FECHA-ASOF(6:2)   TO  W-FV-MM
                       MOVE  W-FECHA-ASOF(9:2)   TO  W-FV-DD
                       MOVE  W-DIAS-MES(W-FV-MM) TO  W-DIAS-DEL-MES
                       IF    W-FV-MM  =  2
                             PERFORM COMPRUEBA-BISIESTO
                             IF    W-BISIESTO  =  'S'
                                   MOVE  29  TO  W-DIAS-DEL-MES
                             END-IF
                       END-IF
                       IF    W-FV-DD  >=  1
                       AND   W-FV-DD  <=  W-DIAS-DEL-MES
                             MOVE  'S'  TO  W-ENCONTRADO
                       END-IF
                 END-IF
                 IF    W-ENCONTRADO  NOT =  'S'
                       DISPLAY 'PARM ASOF= INVALIDO (SE ESPERA '
                               'AAAA-MM-DD): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           DISPLAY 'ARBOLES DE TITULARIDAD A FECHA ' W-FECHA-ASOF.

       COMPRUEBA-BISIESTO.
           MOVE 'N' TO W-BISIESTO
           DIVIDE W-FV-AAAA  BY  4    GIVING  W-COCIENTE-BIS
                                      REMAINDER  W-RESTO-BIS
           IF   W-RESTO-BIS = ZEROS
                MOVE 'S' TO W-BISIESTO
                DIVIDE W-FV-AAAA  BY  100  GIVING  W-COCIENTE-BIS
                                           REMAINDER  W-RESTO-BIS
                IF   W-RESTO-BIS = ZEROS
                     MOVE 'N' TO W-BISIESTO
                     DIVIDE W-FV-AAAA  BY  400
                                           GIVING  W-COCIENTE-BIS
                                           REMAINDER  W-RESTO-BIS
                     IF   W-RESTO-BIS = ZEROS
                          MOVE 'S' TO W-BISIESTO
                     END-IF
                END-IF
           END-IF.

      *=================================================================
      * CARGA-SOLICITUDES: LISTA ORDENADA POR NUMPERSEMP. UN NUMPERSEMP
      *      NO NUMERICO O A CERO SE RECHAZA; UNO REPETIDO SE CARGA UNA
      *      VEZ; UNO MENOR QUE EL ANTERIOR ABORTA, PORQUE LA BUSQUEDA
      *      BINARIA DARIA RESULTADOS FALSOS.
      *
       CARGA-SOLICITUDES.
           OPEN  INPUT    ARBSOL
           IF    FS-ARBSOL  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ARBSOL ' FS-ARBSOL
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-SOLICITUD
           PERFORM TRATA-SOLICITUD  UNTIL  FIN-SOL
           CLOSE ARBSOL
           MOVE    W-SOL-COUNT      TO        REG-TOTAL
           DISPLAY 'SOCIEDADES PEDIDAS CARGADAS  ' REG-TOTAL.

       LEE-SOLICITUD.
           READ  ARBSOL
           EVALUATE FS-ARBSOL
           WHEN     '00'
                 ADD   1        TO  REG-LEIDOS-SOL
           WHEN     '10'
                 SET   FIN-SOL  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO ARBSOL ' FS-ARBSOL
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-SOLICITUD.
           EVALUATE TRUE
           WHEN  SOL-NUMPERSEMP  NOT NUMERIC
                 ADD   1  TO  REG-RECHAZADOS-SOL
                 DISPLAY 'SOLICITUD RECHAZADA: ' REG-ARBSOL(1:9)
           WHEN  SOL-NUMPERSEMP  =  ZEROS
                 ADD   1  TO  REG-RECHAZADOS-SOL
                 DISPLAY 'SOLICITUD RECHAZADA: ' REG-ARBSOL(1:9)
           WHEN  SOL-NUMPERSEMP  =  W-SOL-ANT
                 ADD   1  TO  REG-DUPLICADOS-SOL
           WHEN  SOL-NUMPERSEMP  <  W-SOL-ANT
                 DISPLAY 'LISTA DE SOCIEDADES NO ORDENADA EN '
                         SOL-NUMPERSEMP
                 PERFORM ABNORMAL-ENDING
           WHEN  OTHER
                 IF    W-SOL-COUNT  NOT <  WLT-MAX-SOLIC
                       DISPLAY 'LISTA DE SOCIEDADES SUPERA '
                               WLT-MAX-SOLIC ' SOCIEDADES'
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   1               TO  W-SOL-COUNT
                 MOVE  SOL-NUMPERSEMP  TO  W-SOL-NUMPERSEMP(W-SOL-COUNT)
                 MOVE  SOL-NUMPERSEMP  TO  W-SOL-ANT
           END-EVALUATE
           PERFORM LEE-SOLICITUD.

       BUSCA-SOLICITADA.
           MOVE  'N'     TO  W-SOLICITADA
           SET   IX-SOL  TO  1
           SEARCH ALL W-SOL-ENTRADA
               AT END  CONTINUE
               WHEN  W-SOL-NUMPERSEMP(IX-SOL)  =  W-BUSCA
                     MOVE  'S'  TO  W-SOLICITADA
           END-SEARCH.

      *=================================================================
      * PREPARA-SOCIEDADES: PROCEDIMIENTO DE ENTRADA DEL SORT. POR CADA
      *      SOCIEDAD PEDIDA ENTREGA UNA FILA '0' (PARA QUE SALGA AUN
      *      SIN RELACIONES), SUS TITULARES REALES DE PE0003W COMO
      *      FILAS '1' (CAMINOS '4' SIN TITULAR Y '5' DESBORDE NO
      *      APUNTAN A NADIE) Y SUS RELACIONES DE PARTICIPACION (41,
      *      56, 57, 58) VIGENTES EN LA FECHA COMO FILAS '2', ORDENADAS
      *      POR GRUPO NUMPERSACC Y NIVEL.
      *
       PREPARA-SOCIEDADES.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-SOL-COUNT
              MOVE  SPACES                  TO  SD-ARB
              MOVE  W-SOL-NUMPERSEMP(W-IX)  TO  SR-NUMPERSEMP
              MOVE  '0'                     TO  SR-TIPO
              MOVE  ZEROS                   TO  SR-NUMPERSACC
                                                SR-NIVELACC
              RELEASE SD-ARB
           END-PERFORM
           OPEN  INPUT    PE03ACT
           IF    FS-PE03ACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-03A
           PERFORM ENTREGA-AUDITORIA  UNTIL  FIN-03A
           CLOSE PE03ACT
           OPEN  INPUT    PE0001R
           IF    FS-PE0001R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-1R
           PERFORM ENTREGA-RELACION  UNTIL  FIN-1R
           CLOSE PE0001R.

       LEE-03A.
           READ  PE03ACT  INTO  W-REG-03A
           EVALUATE FS-PE03ACT
           WHEN     '00'
                 ADD   1        TO  REG-LEIDOS-03A
           WHEN     '10'
                 SET   FIN-03A  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ENTREGA-AUDITORIA.
           IF    NOT A3-SIN-UBO
           AND   NOT A3-DESBORDE
                 MOVE  A3-NUMPERSEMP  TO  W-BUSCA
                 PERFORM BUSCA-SOLICITADA
                 IF    ES-SOLICITADA
                       MOVE  SPACES         TO  SD-ARB
                       MOVE  A3-NUMPERSEMP  TO  SR-NUMPERSEMP
                       MOVE  '1'            TO  SR-TIPO
                       MOVE  A3-NUMPERSACC  TO  SR-NUMPERSACC
                       MOVE  ZEROS          TO  SR-NIVELACC
                       MOVE  A3-CAMINO      TO  SR-CAMINO
                       RELEASE SD-ARB
                 END-IF
           END-IF
           PERFORM LEE-03A.

       LEE-1R.
           READ  PE0001R  INTO  ENTRADA
           EVALUATE FS-PE0001R
           WHEN     '00'
                 ADD   1        TO  REG-LEIDOS-1R
           WHEN     '10'
                 SET   FIN-1R   TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ENTREGA-RELACION.
           MOVE  PE8062I-NUMPERSEMP  TO  W-BUSCA
           PERFORM BUSCA-SOLICITADA
           IF    ES-SOLICITADA
                 IF    PE8062I-FECALTA  >  W-FECHA-ASOF
                 OR    PE8062I-FECBAJA  <  W-FECHA-ASOF
                       ADD   1  TO  REG-NO-VIGENTES
                 ELSE
                       EVALUATE PE8062I-CODRELPEPE
                       WHEN  WLT-SOC-INTERMEDIA-ACC
                       WHEN  WLT-ACCIONISTA-DIR
                       WHEN  WLT-ACCIONISTA-IND
                       WHEN  WLT-ULTIMO-BENEFICIARIO
                             PERFORM ENTREGA-FILA-RELACION
                       WHEN  OTHER
                             CONTINUE
                       END-EVALUATE
                 END-IF
           END-IF
           PERFORM LEE-1R.

       ENTREGA-FILA-RELACION.
           MOVE  SPACES              TO  SD-ARB
           MOVE  PE8062I-NUMPERSEMP  TO  SR-NUMPERSEMP
           MOVE  '2'                 TO  SR-TIPO
           MOVE  PE8062I-NUMPERSACC  TO  SR-NUMPERSACC
           MOVE  PE8062I-NIVELACC    TO  SR-NIVELACC
           MOVE  PE8062I-CODRELPEPE  TO  SR-CODRELPEPE
           MOVE  PE8062I-NUMPERSNIV  TO  SR-NUMPERSNIV
           MOVE  PE8062I-PORPARTEMP  TO  SR-PCT
           MOVE  PE8062I-FECALTA     TO  SR-FECALTA
           MOVE  PE8062I-FECBAJA     TO  SR-FECBAJA
           RELEASE SD-ARB
           ADD   1                   TO  REG-RELACIONES.

      *=================================================================
      * ABRE-SALIDAS
      *
       ABRE-SALIDAS.
           OPEN  INPUT    ARBWK
           IF    FS-ARBWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ARBWK ' FS-ARBWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    NOMBRES
           IF    FS-NOMBRES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR NOMBRES ' FS-NOMBRES
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   ARBEST
           IF    FS-ARBEST  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ARBEST ' FS-ARBEST
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-ASOF  TO  LTI-FECHA-ASOF
                                   LEC-FECHA-ASOF
           MOVE  W-FECHA-HOY   TO  LTI-FECHA-HOY
                                   LEC-FECHA
           MOVE  SPACES        TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TITULO
           MOVE  SPACES        TO  REG-INF
           WRITE REG-INF  FROM  LINEA-LEYENDA
           MOVE  SPACES        TO  REG-EST
           WRITE REG-EST  FROM  LINEA-EST-CABECERA.

       LEE-ARB.
           READ  ARBWK  INTO  W-ARB
           EVALUATE FS-ARBWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-ARB  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO ARBWK ' FS-ARBWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-SOCIEDAD: REUNE LOS NODOS Y LOS TITULARES DE UNA SOCIEDAD
      *      Y LA EMITE. LAS RELACIONES LLEGAN POR GRUPO NUMPERSACC Y
      *      NIVEL ASCENDENTE, ASI QUE EL NIVEL K-1 DE UN GRUPO SE
      *      CONOCE SIEMPRE ANTES QUE EL K.
      *
       TRATA-SOCIEDAD.
           MOVE  AW-NUMPERSEMP  TO  W-SOCIEDAD
           MOVE  ZEROS          TO  W-NOD-COUNT  W-UBO-COUNT
                                    W-GRUPO-ACC
           MOVE  'N'            TO  W-RECORTADA
           INITIALIZE W-TAB-NIVELES
           PERFORM TRATA-FILA-SOCIEDAD
                   UNTIL FIN-ARB
                      OR AW-NUMPERSEMP  NOT =  W-SOCIEDAD
           PERFORM EMITE-SOCIEDAD.

       TRATA-FILA-SOCIEDAD.
           EVALUATE TRUE
           WHEN  AW-AUDITORIA
                 IF    W-UBO-COUNT  <  WLT-MAX-UBO
                       ADD   1  TO  W-UBO-COUNT
                       MOVE  AW-NUMPERSACC
                             TO  W-UBO-NUMPERSACC(W-UBO-COUNT)
                       MOVE  AW-CAMINO
                             TO  W-UBO-CAMINO(W-UBO-COUNT)
                       MOVE  'N'
                             TO  W-UBO-EN-ARBOL(W-UBO-COUNT)
                 END-IF
           WHEN  AW-RELACION
                 IF    AW-NUMPERSACC  NOT =  W-GRUPO-ACC
                       MOVE  AW-NUMPERSACC  TO  W-GRUPO-ACC
                       INITIALIZE W-TAB-NIVELES
                 END-IF
                 IF    AW-CODRELPEPE  =  WLT-SOC-INTERMEDIA-ACC
                       PERFORM NODO-INTERMEDIA
                 ELSE
                       PERFORM NODO-ACCIONISTA
                 END-IF
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM LEE-ARB.

      *=================================================================
      * NODO-INTERMEDIA: ROL 41 DE NIVEL K. PARTICIPA EN LA SOCIEDAD SI
      *      K = 1; SI NO, EN LA PRIMERA INTERMEDIA DEL NIVEL K-1 DEL
      *      GRUPO. SIN NIVEL K-1 (O NIVEL FUERA DE 1-10) EL PADRE ES
      *      CERO: NIVEL INTERMEDIO AUSENTE.
      *
       NODO-INTERMEDIA.
           MOVE  AW-NIVELACC    TO  W-NIVEL
           MOVE  AW-NUMPERSNIV  TO  W-ENTIDAD
           EVALUATE TRUE
           WHEN  W-NIVEL  <  1
           WHEN  W-NIVEL  >  WLT-MAX-NIV-EXT
                 MOVE  ZEROS       TO  W-PADRE
           WHEN  W-NIVEL  =  1
                 MOVE  W-SOCIEDAD  TO  W-PADRE
           WHEN  OTHER
                 MOVE  W-NIV-NUMPERS(W-NIVEL - 1)  TO  W-PADRE
           END-EVALUATE
           IF    W-NIVEL  NOT <  1
           AND   W-NIVEL  NOT >  WLT-MAX-NIV-EXT
                 IF    W-NIV-NUMPERS(W-NIVEL)  =  ZEROS
                       MOVE  AW-NUMPERSNIV  TO  W-NIV-NUMPERS(W-NIVEL)
                 END-IF
           END-IF
           PERFORM ANOTA-NODO.

      *=================================================================
      * NODO-ACCIONISTA: 56/57/58 DE NIVEL 1 (O SIN NIVEL) PARTICIPA EN
      *      LA SOCIEDAD; DE NIVEL N > 1, EN LA INTERMEDIA NUMPERSNIV.
      *      SI ESA INTERMEDIA NO RESULTA ENLAZADA CON LA SOCIEDAD, EL
      *      NODO SALDRA BAJO UN ESLABON ROTO (EMITE-SOCIEDAD).
      *
       NODO-ACCIONISTA.
           MOVE  AW-NUMPERSACC  TO  W-ENTIDAD
           IF    AW-NIVELACC  >  1
                 MOVE  AW-NUMPERSNIV  TO  W-PADRE
           ELSE
                 MOVE  W-SOCIEDAD     TO  W-PADRE
           END-IF
           PERFORM ANOTA-NODO.

       ANOTA-NODO.
           MOVE  'N'  TO  W-ENCONTRADO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-NOD-COUNT
                      OR   W-ENCONTRADO  =  'S'
              IF    W-NOD-ENTIDAD(W-IX)  =  W-ENTIDAD
              AND   W-NOD-PADRE(W-IX)    =  W-PADRE
                    MOVE  'S'  TO  W-ENCONTRADO
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN  W-ENCONTRADO  =  'S'
                 CONTINUE
           WHEN  W-ENTIDAD  =  ZEROS
           WHEN  W-ENTIDAD  =  W-PADRE
                 CONTINUE
           WHEN  W-NOD-COUNT  NOT <  WLT-MAX-NODOS
                 MOVE  'S'  TO  W-RECORTADA
           WHEN  OTHER
                 ADD   1              TO  W-NOD-COUNT
                 MOVE  W-ENTIDAD      TO  W-NOD-ENTIDAD(W-NOD-COUNT)
                 MOVE  W-PADRE        TO  W-NOD-PADRE(W-NOD-COUNT)
                 MOVE  AW-CODRELPEPE  TO  W-NOD-CODRELPEPE(W-NOD-COUNT)
                 MOVE  AW-PCT         TO  W-NOD-PCT(W-NOD-COUNT)
                 MOVE  AW-FECALTA     TO  W-NOD-FECALTA(W-NOD-COUNT)
                 MOVE  AW-FECBAJA     TO  W-NOD-FECBAJA(W-NOD-COUNT)
                 MOVE  'N'            TO  W-NOD-VISTO(W-NOD-COUNT)
           END-EVALUATE.

      *=================================================================
      * EMITE-SOCIEDAD: RAIZ, ARBOL ENLAZADO CON LA SOCIEDAD Y, MIENTRAS
      *      QUEDEN NODOS SIN RECORRER, UN ESLABON ROTO POR EL PADRE DEL
      *      PRIMERO DE ELLOS CON SU SUBARBOL (SIN EFECTIVO, PORQUE LA
      *      CADENA HASTA LA SOCIEDAD NO EXISTE). AL PIE, LOS TITULARES
      *      REALES QUE NO APARECEN COMO NODO.
      *
       EMITE-SOCIEDAD.
           ADD   1            TO  CNT-SOCIEDADES
           MOVE  ZEROS        TO  W-SECUENCIA
           MOVE  W-SOCIEDAD   TO  NOM-NUMPERSONA  LSO-NUMPERSEMP
           PERFORM LEE-NOMBRE
           MOVE  NOM-NOMBRE   TO  LSO-NOMBRE
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF
           WRITE REG-INF  FROM  LINEA-SOCIEDAD
           SET   LEN-RAIZ     TO  TRUE
           ADD   1            TO  W-SECUENCIA
           MOVE  ZEROS        TO  W-SEC-PADRE  W-PROF
           MOVE  W-SOCIEDAD   TO  W-ENTIDAD
           MOVE  ZEROS        TO  LEN-CODRELPEPE  LEN-PCT
           MOVE  WLT-EFECTIVO-RAIZ  TO  LEN-EFECTIVO
           MOVE  SPACES       TO  LEN-FECALTA  LEN-FECBAJA
                                  LEN-INCIDENCIA
           MOVE  'N'          TO  LEN-UBO
           MOVE  SPACES       TO  LEN-CAMINO
           PERFORM ESCRIBE-EST
           IF    W-NOD-COUNT  =  ZEROS
                 ADD   1      TO  CNT-SIN-RELACIONES
                 MOVE  'SIN RELACIONES DE PARTICIPACION VIGENTES EN '
                       TO  LAV-TEXTO
                 MOVE  W-FECHA-ASOF  TO  LAV-TEXTO(46:10)
                 MOVE  SPACES        TO  REG-INF
                 WRITE REG-INF  FROM  LINEA-AVISO
           ELSE
                 MOVE  W-SOCIEDAD         TO  W-RAIZ
                 MOVE  WLT-EFECTIVO-RAIZ  TO  W-EFECTIVO
                 MOVE  'S'                TO  W-EFEC-OK
                 MOVE  W-SECUENCIA        TO  W-SEC-PADRE
                 PERFORM RECORRE-DESDE
                 PERFORM EMITE-ESLABON-ROTO
                         VARYING W-IX-NODO FROM 1 BY 1
                         UNTIL   W-IX-NODO  >  W-NOD-COUNT
           END-IF
           IF    SOCIEDAD-RECORTADA
                 ADD   1  TO  CNT-RECORTADAS
                 MOVE  'AVISO: ESTRUCTURA RECORTADA AL MAXIMO DE NODOS'
                       TO  LAV-TEXTO
                 MOVE  SPACES  TO  REG-INF
                 WRITE REG-INF  FROM  LINEA-AVISO
                 DISPLAY 'AVISO: SOCIEDAD ' W-SOCIEDAD
                         ' CON MAS DE ' WLT-MAX-NODOS ' NODOS'
           END-IF
           PERFORM EMITE-OTROS-TITULARES.

       EMITE-ESLABON-ROTO.
           IF    W-NOD-VISTO(W-IX-NODO)  =  'N'
                 ADD   1                        TO  CNT-ROTOS
                 MOVE  W-NOD-PADRE(W-IX-NODO)   TO  W-RAIZ
                 ADD   1                        TO  W-SECUENCIA
                 SET   LEN-ROTO        TO  TRUE
                 MOVE  1               TO  W-PROF
                 MOVE  1               TO  W-SEC-PADRE
                 MOVE  W-RAIZ          TO  W-ENTIDAD
                 MOVE  ZEROS           TO  LEN-CODRELPEPE  LEN-PCT
                                           LEN-EFECTIVO
                 MOVE  SPACES          TO  LEN-FECALTA  LEN-FECBAJA
                                           LEN-CAMINO
                 MOVE  'N'             TO  LEN-UBO
                 MOVE  SPACES          TO  LINEA-ROTO
                 MOVE  '+- '           TO  LINEA-ROTO(1:3)
                 IF    W-RAIZ  =  ZEROS
                       MOVE  'NF'      TO  LEN-INCIDENCIA
                       MOVE  '[NIVEL INTERMEDIO AUSENTE]      '
                                       TO  LRO-TEXTO
                       MOVE  ZEROS     TO  LRO-NUMPERS
                       MOVE  SPACES    TO  NOM-NOMBRE
                 ELSE
                       MOVE  'SC'      TO  LEN-INCIDENCIA
                       MOVE  '[ESLABON ROTO] SIN CADENA HASTA '
                                       TO  LRO-TEXTO
                       MOVE  W-RAIZ    TO  LRO-NUMPERS  NOM-NUMPERSONA
                       PERFORM LEE-NOMBRE
                 END-IF
                 MOVE  NOM-NOMBRE      TO  LRO-NOMBRE
                 MOVE  SPACES          TO  W-LINEA
                 MOVE  LINEA-ROTO      TO  W-LINEA(3:)
                 MOVE  SPACES          TO  REG-INF
                 WRITE REG-INF  FROM  W-LINEA
                 PERFORM ESCRIBE-EST
                 MOVE  ZEROS           TO  W-EFECTIVO
                 MOVE  'N'             TO  W-EFEC-OK
                 MOVE  W-SECUENCIA     TO  W-SEC-PADRE
                 PERFORM RECORRE-DESDE
           END-IF.

      *=================================================================
      * RECORRE-DESDE: RECORRIDO EN PROFUNDIDAD DE LOS HIJOS DE W-RAIZ
      *      (NODOS CUYO PADRE ES W-RAIZ), CON EL EFECTIVO Y LA
      *      SECUENCIA DE LA RAIZ EN LA BASE DE LA PILA. LA PROFUNDIDAD
      *      DE UN ESLABON ROTO EMPIEZA UN NIVEL MAS ABAJO.
      *
       RECORRE-DESDE.
           IF    W-RAIZ  =  W-SOCIEDAD
                 MOVE  1  TO  W-PROF
           ELSE
                 MOVE  2  TO  W-PROF
           END-IF
           MOVE  W-RAIZ       TO  PIL-NUMPERS(W-PROF)
           MOVE  ZEROS        TO  PIL-ULT-IX(W-PROF)
           MOVE  W-EFECTIVO   TO  PIL-EFECTIVO(W-PROF)
           MOVE  W-EFEC-OK    TO  PIL-EFEC-OK(W-PROF)
           MOVE  W-SEC-PADRE  TO  PIL-SECUENCIA(W-PROF)
           IF    W-PROF  =  2
                 MOVE  W-SOCIEDAD  TO  PIL-NUMPERS(1)
           END-IF
           PERFORM AVANZA-RECORRIDO
                   UNTIL W-PROF  =  ZEROS
                      OR (W-PROF  =  1  AND  W-RAIZ  NOT =  W-SOCIEDAD).

       AVANZA-RECORRIDO.
           PERFORM SIGUIENTE-HIJO
           IF    HAY-HIJO
                 MOVE  W-IX2  TO  PIL-ULT-IX(W-PROF)
                 PERFORM TRATA-HIJO
           ELSE
                 SUBTRACT 1  FROM  W-PROF
           END-IF.

       SIGUIENTE-HIJO.
           MOVE  'N'  TO  W-HAY-HIJO
           COMPUTE W-IX2 = PIL-ULT-IX(W-PROF) + 1
           PERFORM UNTIL W-IX2  >  W-NOD-COUNT
                      OR HAY-HIJO
              IF    W-NOD-PADRE(W-IX2)  =  PIL-NUMPERS(W-PROF)
                    MOVE  'S'  TO  W-HAY-HIJO
              ELSE
                    ADD   1    TO  W-IX2
              END-IF
           END-PERFORM.

      *=================================================================
      * TRATA-HIJO: EMITE EL NODO W-IX2 BAJO EL NIVEL EN CURSO. UN
      *      NODO QUE YA ESTA EN EL CAMINO (CICLO) SE EMITE MARCADO Y
      *      NO SE DESCIENDE; TAMPOCO POR DEBAJO DE LA PROFUNDIDAD
      *      MAXIMA (RAIZ MAS DIEZ NIVELES DE EXTRACTO).
      *
       TRATA-HIJO.
           MOVE  'S'  TO  W-NOD-VISTO(W-IX2)
           MOVE  'N'  TO  W-CICLO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-PROF
              IF    PIL-NUMPERS(W-IX)  =  W-NOD-ENTIDAD(W-IX2)
                    MOVE  'S'  TO  W-CICLO
              END-IF
           END-PERFORM
           IF    PIL-EFEC-OK(W-PROF)  =  'S'
                 COMPUTE W-EFECTIVO ROUNDED =
                         PIL-EFECTIVO(W-PROF) * W-NOD-PCT(W-IX2) / 100
                 MOVE  'S'    TO  W-EFEC-OK
           ELSE
                 MOVE  ZEROS  TO  W-EFECTIVO
                 MOVE  'N'    TO  W-EFEC-OK
           END-IF
           PERFORM EMITE-NODO
           IF    NOT HAY-CICLO
           AND   W-PROF  <  WLT-MAX-PROF
                 ADD   1                     TO  W-PROF
                 MOVE  W-NOD-ENTIDAD(W-IX2)  TO  PIL-NUMPERS(W-PROF)
                 MOVE  ZEROS                 TO  PIL-ULT-IX(W-PROF)
                 MOVE  W-EFECTIVO            TO  PIL-EFECTIVO(W-PROF)
                 MOVE  W-EFEC-OK             TO  PIL-EFEC-OK(W-PROF)
                 MOVE  W-SECUENCIA           TO  PIL-SECUENCIA(W-PROF)
           END-IF.

       EMITE-NODO.
           ADD   1  TO  CNT-NODOS
           MOVE  W-NOD-ENTIDAD(W-IX2)  TO  W-ENTIDAD  NOM-NUMPERSONA
           PERFORM LEE-NOMBRE
           PERFORM BUSCA-UBO
           SET   LEN-NODO  TO  TRUE
           MOVE  SPACES  TO  LEN-INCIDENCIA  LND-MARCA-CICLO
           IF    HAY-CICLO
                 ADD   1        TO  CNT-CICLOS
                 MOVE  'CI'     TO  LEN-INCIDENCIA
                 MOVE  'CICLO'  TO  LND-MARCA-CICLO
           END-IF
           MOVE  W-ENTIDAD                   TO  LND-NUMPERS
           MOVE  NOM-NOMBRE                  TO  LND-NOMBRE
           MOVE  W-NOD-CODRELPEPE(W-IX2)     TO  LND-CODRELPEPE
                                                 LEN-CODRELPEPE
           MOVE  W-NOD-PCT(W-IX2)            TO  LND-PCT  LEN-PCT
           MOVE  W-NOD-FECALTA(W-IX2)        TO  LND-FECALTA
                                                 LEN-FECALTA
           MOVE  W-NOD-FECBAJA(W-IX2)        TO  LND-FECBAJA
                                                 LEN-FECBAJA
           IF    W-EFEC-OK  =  'S'
                 MOVE  W-EFECTIVO  TO  W-EFECTIVO-ED  LEN-EFECTIVO
                 MOVE  W-EFECTIVO-ED  TO  LND-EFECTIVO
           ELSE
                 MOVE  '     N/D'     TO  LND-EFECTIVO
                 MOVE  ZEROS          TO  LEN-EFECTIVO
           END-IF
           IF    W-UBO  =  'S'
                 ADD   1            TO  CNT-UBO-MARCADOS
                 MOVE  'UBO( )'     TO  LND-MARCA-UBO
                 MOVE  W-CAMINO     TO  LND-MARCA-UBO(5:1)
           ELSE
                 MOVE  SPACES       TO  LND-MARCA-UBO
           END-IF
           MOVE  W-UBO                 TO  LEN-UBO
           MOVE  W-CAMINO              TO  LEN-CAMINO
           COMPUTE W-SANGRIA = (W-PROF - 1) * 2 + 3
           MOVE  SPACES                TO  W-LINEA
           MOVE  LINEA-NODO            TO  W-LINEA(W-SANGRIA:)
           MOVE  SPACES                TO  REG-INF
           WRITE REG-INF  FROM  W-LINEA
           ADD   1                     TO  W-SECUENCIA
           MOVE  PIL-SECUENCIA(W-PROF) TO  W-SEC-PADRE
           PERFORM ESCRIBE-EST.

      *=================================================================
      * BUSCA-UBO: TITULAR REAL DE LA SOCIEDAD SEGUN PE0003W (PRIMER
      *      CAMINO ENCONTRADO) Y MARCA DE QUE YA SALE EN EL ARBOL
      *
       BUSCA-UBO.
           MOVE  'N'     TO  W-UBO
           MOVE  SPACES  TO  W-CAMINO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-UBO-COUNT
              IF    W-UBO-NUMPERSACC(W-IX)  =  W-ENTIDAD
                    IF    W-UBO  =  'N'
                          MOVE  'S'                  TO  W-UBO
                          MOVE  W-UBO-CAMINO(W-IX)   TO  W-CAMINO
                    END-IF
                    MOVE  'S'  TO  W-UBO-EN-ARBOL(W-IX)
              END-IF
           END-PERFORM.

      *=================================================================
      * EMITE-OTROS-TITULARES: TITULARES REALES DE PE0003W QUE NO SON
      *      NODO DEL ARBOL (FIRMA 59, DIRECTIVOS, FIDEICOMISO,
      *      DECLARADOS), PARA QUE EL DIAGRAMA MUESTRE LA DECISION
      *      COMPLETA. UNA PERSONA CON VARIOS CAMINOS SALE UNA VEZ.
      *
       EMITE-OTROS-TITULARES.
           MOVE  'N'  TO  W-ENCONTRADO
           PERFORM VARYING W-IX-NODO FROM 1 BY 1
                   UNTIL   W-IX-NODO  >  W-UBO-COUNT
              IF    W-UBO-EN-ARBOL(W-IX-NODO)  =  'N'
                    IF    W-ENCONTRADO  =  'N'
                          MOVE  'S'  TO  W-ENCONTRADO
                          MOVE  SPACES  TO  REG-INF
                          WRITE REG-INF  FROM  LINEA-OTROS
                    END-IF
                    MOVE  W-UBO-NUMPERSACC(W-IX-NODO)  TO  W-ENTIDAD
                    PERFORM BUSCA-UBO
                    MOVE  W-ENTIDAD     TO  LUB-NUMPERSACC
                                            NOM-NUMPERSONA
                    PERFORM LEE-NOMBRE
                    MOVE  NOM-NOMBRE    TO  LUB-NOMBRE
                    MOVE  W-CAMINO      TO  LUB-CAMINO
                    MOVE  SPACES        TO  REG-INF
                    WRITE REG-INF  FROM  LINEA-UBO
                    SET   LEN-NO-ACCIONARIAL  TO  TRUE
                    MOVE  1             TO  W-PROF  W-SEC-PADRE
                    ADD   1             TO  W-SECUENCIA
                    MOVE  ZEROS         TO  LEN-CODRELPEPE  LEN-PCT
                                            LEN-EFECTIVO
                    MOVE  SPACES        TO  LEN-FECALTA  LEN-FECBAJA
                                            LEN-INCIDENCIA
                    MOVE  'S'           TO  LEN-UBO
                    MOVE  W-CAMINO      TO  LEN-CAMINO
                    PERFORM ESCRIBE-EST
              END-IF
           END-PERFORM.

      *=================================================================
      * ESCRIBE-EST: COMPLETA Y GRABA UN REGISTRO DE NODO DEL FICHERO
      *      ESTRUCTURADO. QUIEN LO LLAMA DEJA PUESTOS TODOS LOS DATOS
      *      PROPIOS DEL TIPO DE NODO; LOS SEPARADORES NO SE TOCAN.
      *
       ESCRIBE-EST.
           MOVE  W-SOCIEDAD     TO  LEN-NUMPERSEMP
           MOVE  W-SECUENCIA    TO  LEN-SECUENCIA
           MOVE  W-SEC-PADRE    TO  LEN-SEC-PADRE
           MOVE  W-PROF         TO  LEN-PROFUNDIDAD
           MOVE  W-ENTIDAD      TO  LEN-NUMPERS
           MOVE  W-ENTIDAD      TO  NOM-NUMPERSONA
           PERFORM LEE-NOMBRE
           MOVE  NOM-NOMBRE     TO  LEN-NOMBRE
           MOVE  SPACES         TO  REG-EST
           WRITE REG-EST  FROM  LINEA-EST-NODO
           IF    FS-ARBEST  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR ARBEST ' FS-ARBEST
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1              TO  REG-ESCRITOS-EST
           ADD   W-ENTIDAD      TO  W-HASH-NUMPERS.

       LEE-NOMBRE.
           IF    NOM-NUMPERSONA  =  ZEROS
                 MOVE  SPACES  TO  NOM-NOMBRE
           ELSE
                 READ  NOMBRES
                       INVALID KEY
                             MOVE  '** SIN NOMBRE EN NOMBRES **'
                                   TO  NOM-NOMBRE
                 END-READ
           END-IF.

      *=================================================================
      * ESCRIBE-TOTALES / ESCRIBE-COLA
      *
       ESCRIBE-TOTALES.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF
           MOVE  'SOCIEDADES'                       TO  LTO-ETIQUETA
           MOVE  CNT-SOCIEDADES                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES SIN RELACIONES VIGENTES' TO  LTO-ETIQUETA
           MOVE  CNT-SIN-RELACIONES                 TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'NODOS'                            TO  LTO-ETIQUETA
           MOVE  CNT-NODOS                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'ESLABONES ROTOS'                  TO  LTO-ETIQUETA
           MOVE  CNT-ROTOS                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CICLOS'                           TO  LTO-ETIQUETA
           MOVE  CNT-CICLOS                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'NODOS TITULARES REALES'           TO  LTO-ETIQUETA
           MOVE  CNT-UBO-MARCADOS                   TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  REG-ESCRITOS-EST    TO  LET-REGISTROS
           MOVE  W-HASH-NUMPERS      TO  LET-HASH
           MOVE  SPACES              TO  REG-EST
           WRITE REG-EST  FROM  LINEA-EST-COLA.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-SOL   TO        REG-TOTAL
           DISPLAY 'SOLICITUDES LEIDAS           ' REG-TOTAL
           MOVE    REG-RECHAZADOS-SOL TO      REG-TOTAL
           DISPLAY 'SOLICITUDES RECHAZADAS       ' REG-TOTAL
           MOVE    REG-LEIDOS-1R    TO        REG-TOTAL
           DISPLAY 'RELACIONES LEIDAS            ' REG-TOTAL
           MOVE    REG-NO-VIGENTES  TO        REG-TOTAL
           DISPLAY 'RELACIONES NO VIGENTES       ' REG-TOTAL
           MOVE    REG-RELACIONES   TO        REG-TOTAL
           DISPLAY 'RELACIONES EN LOS ARBOLES    ' REG-TOTAL
           MOVE    CNT-SOCIEDADES   TO        REG-TOTAL
           DISPLAY 'SOCIEDADES EMITIDAS          ' REG-TOTAL
           MOVE    CNT-NODOS        TO        REG-TOTAL
           DISPLAY 'NODOS EMITIDOS               ' REG-TOTAL
           MOVE    CNT-ROTOS        TO        REG-TOTAL
           DISPLAY 'ESLABONES ROTOS              ' REG-TOTAL
           MOVE    CNT-CICLOS       TO        REG-TOTAL
           DISPLAY 'CICLOS                       ' REG-TOTAL
           MOVE    CNT-RECORTADAS   TO        REG-TOTAL
           DISPLAY 'SOCIEDADES RECORTADAS        ' REG-TOTAL
           MOVE    REG-ESCRITOS-EST TO        REG-TOTAL
           DISPLAY 'REGISTROS EN ARBEST          ' REG-TOTAL
           EVALUATE TRUE
           WHEN  REG-RECHAZADOS-SOL  >  ZEROS
                 MOVE  WLT-RC-RECHAZOS     TO  RETURN-CODE
           WHEN  CNT-ROTOS   >  ZEROS
           WHEN  CNT-CICLOS  >  ZEROS
           WHEN  CNT-RECORTADAS  >  ZEROS
                 MOVE  WLT-RC-INCIDENCIAS  TO  RETURN-CODE
           WHEN  OTHER
                 MOVE  WLT-RC-OK           TO  RETURN-CODE
           END-EVALUATE
           CLOSE    ARBWK
                    NOMBRES
                    INFORME
                    ARBEST
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    ARBSOL
                    PE0001R
                    PE03ACT
                    ARBWK
                    NOMBRES
                    INFORME
                    ARBEST
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
