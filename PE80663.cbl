      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80663.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80663 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80663                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  PROPIEDAD AGREGADA DE PERSONAS DESIGNADAS EN =
      *=                  LISTAS DE SANCIONES (REGLA DEL 50%). EL      =
      *=                  CRIBADO DETECTA AL DESIGNADO PERO NO A LAS   =
      *=                  SOCIEDADES QUE ESTE POSEE, DIRECTAMENTE O A  =
      *=                  TRAVES DE SOCIEDADES INTERMEDIAS.            =
      *=                  1) CON LAS RELACIONES VIGENTES DEL DIA       =
      *=                     (EXTRACTO PE0001R YA VALIDADO) CONSTRUYE  =
      *=                     EL GRAFO DE PARTICIPACIONES PROPIETARIO ->=
      *=                     PARTICIPADA: ACCIONISTAS 56/57/58 SOBRE LA=
      *=                     SOCIEDAD QUE POSEEN DIRECTAMENTE Y ENLACES=
      *=                     ROL 41 DE CADA NIVEL INTERMEDIO SOBRE EL  =
      *=                     NIVEL INFERIOR. LO CARGA, SIN DUPLICADOS, =
      *=                     EN UN KSDS DE TRABAJO POR PROPIETARIO.    =
      *=                  2) DESDE CADA DESIGNADO RECORRE EL GRAFO     =
      *=                     HACIA ABAJO POR TODOS LOS CAMINOS (HASTA  =
      *=                     WLT-MAX-NIVEL NIVELES, SIN CICLOS),       =
      *=                     MULTIPLICANDO LOS PORCENTAJES. UN CAMINO  =
      *=                     NO ATRAVIESA A OTRO DESIGNADO: LO QUE ESE =
      *=                     POSEE YA CUENTA DESDE SU PROPIO RECORRIDO,=
      *=                     Y ASI NINGUNA PARTICIPACION SE SUMA DOS   =
      *=                     VECES.                                    =
      *=                  3) ORDENA LOS CAMINOS POR SOCIEDAD Y SUMA LOS=
      *=                     EFECTIVOS DE TODOS LOS CAMINOS Y DE TODOS =
      *=                     LOS DESIGNADOS. SE SENALAN LAS SOCIEDADES =
      *=                     CON EL 50% O MAS ('B' BLOQUEO) Y LAS QUE  =
      *=                     ALCANZAN EL UMBRAL DE VIGILANCIA ('V',    =
      *=                     PARM, POR DEFECTO 25%), CON TODOS LOS     =
      *=                     CAMINOS Y PORCENTAJES QUE LLEVAN A ELLAS. =
      *=                  LA SALIDA SIGUE EL FORMATO DE LA INTERFASE   =
      *=                  DE CRIBADO DE PE80651 (CABECERA 'H', COLA 'T'=
      *=                  CON DETALLES Y TOTAL DE CONTROL): DETALLE 'D'=
      *=                  POR SOCIEDAD Y 'R' POR TRAMO DE CADA CAMINO. =
      *=                  PARM: EE[,VIG=ppp,dd] (ENTIDAD DE LA CABECERA=
      *=                  Y UMBRAL DE VIGILANCIA).                     =
      *=                  LA LISTA DE DESIGNADOS DEBE LLEGAR ORDENADA  =
      *=                  POR NUMPERS (LO GARANTIZA LA JCL) Y EL KSDS  =
      *=                  DE ENLACES ESTAR DEFINIDO CON REUSE.         =
      *=                  RC: 0 SIN SOCIEDADES SENALADAS; 4 CON        =
      *=                  SOCIEDADES SENALADAS; 8 FILAS DE LA LISTA    =
      *=                  RECHAZADAS; 16 LISTA VACIA.                  =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= DESIGNA             PERSONAS DESIGNADAS, ORDENADAS POR NUMPERS=
      *= PE0001R   PE8062I   RELACIONES DEL DIA (SALIDA DE PE80658)    =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= ENLWK               TRABAJO: ENLACES ORDENADOS (SORT)         =
      *= ENLACES             KSDS DE TRABAJO: GRAFO DE PARTICIPACIONES =
      *= CAMIN1              TRABAJO: CAMINOS POR SOCIEDAD (SUMA)      =
      *= CAMIN2              TRABAJO: CAMINOS POR SOCIEDAD (DETALLE)   =
      *= CRIBADO             INTERFASE PARA LA PLATAFORMA DE CRIBADO   =
      *= INFORME             INFORME DE SOCIEDADES SENALADAS (132)     =
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

           SELECT DESIGNA  ASSIGN TO  DESIGNA
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-DESIGNA.

           SELECT PE0001R  ASSIGN TO  PE0001R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001R.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT ENLWK  ASSIGN TO  ENLWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-ENLWK.

           SELECT ENLSORT  ASSIGN TO  SORTWK01.

           SELECT ENLACES  ASSIGN TO  ENLACES
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   ENL-CLAVE
                  FILE STATUS FS-ENLACES.

           SELECT CAMIN1  ASSIGN TO  CAMIN1
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CAMIN1.

           SELECT CAMIN2  ASSIGN TO  CAMIN2
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CAMIN2.

           SELECT CAMSORT  ASSIGN TO  SORTWK02.

           SELECT CRIBADO  ASSIGN TO  CRIBADO
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CRIBADO.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= DESIGNA - PERSONAS DESIGNADAS EN LISTAS DE SANCIONES          =
       FD  DESIGNA     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-DESIGNA.
           05  DSG-NUMPERS         PIC 9(09).
           05  DSG-LISTA           PIC X(10).
           05  DSG-FECALTA         PIC X(10).
           05  FILLER              PIC X(51).
      *
      *= PE0001R - RELACIONES EMPRESA/ACCIONISTA DEL DIA (PE8062I)     =
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= ENLWK - ENLACES PROPIETARIO -> PARTICIPADA ORDENADOS          =
       FD  ENLWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ENLWK               PIC  X(30).
      *
       SD  ENLSORT.
       01  SD-ENLACE.
           05  ES-PROPIETARIO      PIC 9(09).
           05  ES-PARTICIPADA      PIC 9(09).
           05  ES-PCT              PIC 9(03)V99.
           05  FILLER              PIC X(07).
      *
      *= ENLACES - GRAFO DE PARTICIPACIONES DEL DIA (VSAM KSDS, CLAVE  =
      *=           PROPIETARIO + PARTICIPADA), RECARGADO EN CADA       =
      *=           EJECUCION                                           =
       FD  ENLACES.
       01  REG-ENLACES.
           05  ENL-CLAVE.
               10  ENL-PROPIETARIO PIC 9(09).
               10  ENL-PARTICIPADA PIC 9(09).
           05  ENL-PCT             PIC 9(03)V99.
           05  FILLER              PIC X(07).
      *
      *= CAMIN1 / CAMIN2 - CAMINOS DESIGNADO -> SOCIEDAD ORDENADOS POR =
      *=          SOCIEDAD (SALIDA DOBLE DEL SORT): CAMIN1 SUMA EL     =
      *=          AGREGADO DE LA SOCIEDAD Y CAMIN2 LA DETALLA SI QUEDA =
      *=          SENALADA                                             =
       FD  CAMIN1      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CAMIN1              PIC  X(180).
      *
       FD  CAMIN2      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CAMIN2              PIC  X(180).
      *
       SD  CAMSORT.
       01  SD-CAMINO.
           05  HT-NUMPERSEMP       PIC 9(09).
           05  HT-DESIGNADO        PIC 9(09).
           05  HT-SECUENCIA        PIC 9(09).
           05  HT-EFECTIVO         PIC 9(03)V9(06).
           05  HT-NIVELES          PIC 9(02).
           05  HT-TRAMO            OCCURS 10 TIMES.
               10  HT-NODO         PIC 9(09).
               10  HT-PCT          PIC 9(03)V99.
           05  FILLER              PIC X(02).
      *
      *= CRIBADO - INTERFASE PARA EL CRIBADO (CABECERA 'H' / SOCIEDAD  =
      *=           'D' / TRAMO DE CAMINO 'R' / COLA 'T', CAMPOS        =
      *=           DISPLAY SEPARADOS POR ';', COMO EN PE80651)         =
       FD  CRIBADO     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CRIBADO             PIC  X(80).
      *
      *= INFORME - SOCIEDADES SENALADAS CON SUS CAMINOS               =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80663'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-SENALADAS   PIC 9(03)  VALUE 004.
       77  WLT-RC-RECHAZOS    PIC 9(03)  VALUE 008.
       77  WLT-RC-VACIA       PIC 9(03)  VALUE 016.
       77  WLT-UMBRAL-BLOQUEO PIC 9(03)V99 VALUE 50,00.
       77  WLT-VIGILANCIA-DEF PIC 9(03)V99 VALUE 25,00.
       77  WLT-EFECTIVO-MIN   PIC 9(03)V9(06) VALUE 0,010000.
       77  WLT-MAX-NIVEL      PIC S9(4)  COMP VALUE 10.
       77  WLT-MAX-NIV-EXT    PIC S9(4)  COMP VALUE 20.
       77  WLT-MAX-DESIG      PIC S9(8)  COMP VALUE 20000.
       77  WLT-SOC-INTERMEDIA-ACC  PIC S9(4) COMP VALUE 41.
       77  WLT-ACCIONISTA-DIR      PIC S9(4) COMP VALUE 56.
       77  WLT-ACCIONISTA-IND      PIC S9(4) COMP VALUE 57.
       77  WLT-ULTIMO-BENEFICIARIO PIC S9(4) COMP VALUE 58.
       77  WLT-BLOQUEO        PIC X(01)  VALUE 'B'.
       77  WLT-VIGILANCIA     PIC X(01)  VALUE 'V'.

      *=================================================================
      * COPY DEL REGISTRO DE ENTRADA
      *
       01  ENTRADA.
           COPY PE8062I.

      *=================================================================
      * LISTA DE DESIGNADOS, CARGADA AL INICIO Y BUSCADA CON SEARCH ALL
      * POR NUMPERS (LA LISTA LLEGA ORDENADA; SE COMPRUEBA AL CARGAR)
      *
       01  W-TAB-DESIG.
           05  W-DSG-COUNT        PIC S9(8) COMP  VALUE ZERO.
           05  W-DSG-ENTRADA  OCCURS 0 TO 20000 TIMES
                               DEPENDING ON W-DSG-COUNT
                               ASCENDING KEY IS W-DSG-NUMPERS
                               INDEXED BY IX-DSG.
               10  W-DSG-NUMPERS  PIC 9(09).
               10  W-DSG-LISTA    PIC X(10).

      *=================================================================
      * ENLACES ROL 41 DEL GRUPO EN CURSO, POR NIVEL: EL ENLACE DEL
      * NIVEL K ES LA SOCIEDAD INTERMEDIA QUE TIENE PORPARTEMP DEL
      * NIVEL K-1 (EL NIVEL 0 ES LA PROPIA NUMPERSEMP), COMO LO LEE
      * CALCULA-INDIRECTOS EN PE80619. SE CONSERVA EL PRIMERO DE CADA
      * NIVEL.
      *
       01  W-TAB-NIVELES.
           05  W-NIV-ENTRADA  OCCURS 20 TIMES.
               10  W-NIV-NUMPERS  PIC 9(09).
               10  W-NIV-PCT      PIC 9(03)V99.

      *=================================================================
      * PILA DEL RECORRIDO EN PROFUNDIDAD: NIVEL 1 = DESIGNADO. CADA
      * NIVEL GUARDA EL ULTIMO HIJO TRATADO PARA REPOSICIONAR EL KSDS
      * DE ENLACES AL VOLVER DE UN DESCENSO.
      *
       01  W-PILA.
           05  W-PIL-ENTRADA  OCCURS 10 TIMES.
               10  PIL-NUMPERS    PIC 9(09).
               10  PIL-PCT        PIC 9(03)V99.
               10  PIL-EFECTIVO   PIC 9(03)V9(06) COMP-3.
               10  PIL-ULT-HIJO   PIC 9(09).

      *=================================================================
      * IMAGENES DE TRABAJO DE CAMIN1 / CAMIN2 (READ INTO), LAYOUT
      * SD-CAMINO
      *
       01  W-CAM1.
           05  C1-NUMPERSEMP       PIC 9(09).
           05  C1-DESIGNADO        PIC 9(09).
           05  C1-SECUENCIA        PIC 9(09).
           05  C1-EFECTIVO         PIC 9(03)V9(06).
           05  FILLER              PIC X(144).

       01  W-CAM2.
           05  C2-NUMPERSEMP       PIC 9(09).
           05  C2-DESIGNADO        PIC 9(09).
           05  C2-SECUENCIA        PIC 9(09).
           05  C2-EFECTIVO         PIC 9(03)V9(06).
           05  C2-NIVELES          PIC 9(02).
           05  C2-TRAMO            OCCURS 10 TIMES.
               10  C2-NODO         PIC 9(09).
               10  C2-PCT          PIC 9(03)V99.
           05  FILLER              PIC X(02).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-HOY-ISO    PIC X(10)  VALUE SPACES.
           05  W-ENTIDAD          PIC X(02)  VALUE SPACES.
           05  W-VIGILANCIA       PIC 9(03)V99  VALUE ZEROS.
           05  W-FIN-DESIGNA      PIC 9      VALUE 0.
               88  FIN-DESIGNA               VALUE 1.
           05  W-FIN-1R           PIC 9      VALUE 0.
               88  FIN-1R                    VALUE 1.
           05  W-FIN-ENLWK        PIC 9      VALUE 0.
               88  FIN-ENLWK                 VALUE 1.
           05  W-FIN-CAM1         PIC 9      VALUE 0.
               88  FIN-CAM1                  VALUE 1.
           05  W-FIN-CAM2         PIC 9      VALUE 0.
               88  FIN-CAM2                  VALUE 1.
           05  W-HAY-HIJO         PIC X      VALUE 'N'.
               88  HAY-HIJO                  VALUE 'S'.
           05  W-DESIGNADO        PIC X      VALUE 'N'.
               88  ES-DESIGNADO              VALUE 'S'.
           05  W-CICLO            PIC X      VALUE 'N'.
               88  HAY-CICLO                 VALUE 'S'.
           05  W-PENDIENTE        PIC X      VALUE 'N'.
               88  HAY-PENDIENTE             VALUE 'S'.
           05  W-AVISO-NIVEL      PIC X      VALUE 'N'.
               88  AVISO-NIVEL-DADO          VALUE 'S'.
           05  W-NUMPERS-ANT      PIC 9(09)  VALUE ZEROS.
           05  W-NUMPERS-BUSCA    PIC 9(09)  VALUE ZEROS.
           05  W-GRUPO-EMP        PIC S9(9)  COMP  VALUE ZEROS.
           05  W-GRUPO-ACC        PIC S9(9)  COMP  VALUE ZEROS.
           05  W-PARTICIPADA      PIC 9(09)  VALUE ZEROS.
           05  W-NIVEL            PIC S9(4)  COMP  VALUE ZEROS.
           05  W-PROF             PIC S9(4)  COMP  VALUE ZEROS.
           05  W-IX               PIC S9(4)  COMP  VALUE ZEROS.
           05  W-IX-DSG           PIC S9(8)  COMP  VALUE ZEROS.
           05  W-SECUENCIA        PIC 9(09)  VALUE ZEROS.
           05  W-EFECTIVO         PIC 9(03)V9(06)  COMP-3 VALUE ZEROS.
           05  W-AGREGADO         PIC 9(05)V9(06)  COMP-3 VALUE ZEROS.
           05  W-EMPRESA          PIC 9(09)  VALUE ZEROS.
           05  W-DESIG-ANT        PIC 9(09)  VALUE ZEROS.
           05  W-NUM-CAMINOS      PIC 9(04)  VALUE ZEROS.
           05  W-NUM-DESIG        PIC 9(04)  VALUE ZEROS.
           05  W-NUM-CAMINO       PIC 9(04)  VALUE ZEROS.
           05  W-INDICADOR        PIC X(01)  VALUE SPACES.
           05  W-LISTA            PIC X(10)  VALUE SPACES.
           05  W-PROPIETARIO      PIC 9(09)  VALUE ZEROS.
           05  W-HASH-NUMPERSEMP  PIC 9(18)  COMP-3 VALUE ZEROS.

       01  W-ENLACE-PEND.
           05  EP-PROPIETARIO     PIC 9(09).
           05  EP-PARTICIPADA     PIC 9(09).
           05  EP-PCT             PIC 9(03)V99.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-DSG      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-RECHAZADOS-DSG  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-DUPLICADOS-DSG  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-1R       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-NO-VIGENTES     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-NIVEL-FUERA     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ENLACES-GEN     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ENLACES         PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CAMINOS         PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CORTE-DESIG     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CICLOS          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-DESPRECIABLES   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-NIVEL-MAXIMO    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-ALCANZADAS  PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-BLOQUEO     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-VIGILANCIA  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-D      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-R      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * REGISTROS DE LA INTERFASE. LOS SEPARADORES ';' VAN EN FILLER
      * CON VALUE PARA QUE EL REGISTRO SEA DELIMITADO Y A LA VEZ DE
      * COLUMNAS FIJAS (COMO EN PE80651). PORCENTAJES SIN COMA:
      * AGREGADO Y EFECTIVO CON 4 DECIMALES IMPLICITOS (0500000 =
      * 50,0000), PORCENTAJE DEL TRAMO CON 2 (03600 = 36,00).
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(02)  VALUE 'H;'.
           05  LCB-FECHA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LCB-ENTIDAD         PIC X(02).
           05  FILLER              PIC X(67)  VALUE SPACES.

       01  LINEA-SOCIEDAD.
           05  FILLER              PIC X(02)  VALUE 'D;'.
           05  LSO-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LSO-AGREGADO        PIC 9(07).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LSO-INDICADOR       PIC X(01).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LSO-CAMINOS         PIC 9(04).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LSO-DESIGNADOS      PIC 9(04).
           05  FILLER              PIC X(49)  VALUE SPACES.

       01  LINEA-TRAMO.
           05  FILLER              PIC X(02)  VALUE 'R;'.
           05  LTR-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-CAMINO          PIC 9(04).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-DESIGNADO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-TRAMO           PIC 9(02).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-PROPIETARIO     PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-PARTICIPADA     PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-PCT             PIC 9(05).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LTR-EFECTIVO        PIC 9(07).
           05  FILLER              PIC X(17)  VALUE SPACES.

       01  LINEA-COLA.
           05  FILLER              PIC X(02)  VALUE 'T;'.
           05  LCO-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LCO-HASH            PIC 9(18).
           05  FILLER              PIC X(50)  VALUE SPACES.

      *=================================================================
      * CAMPOS AUXILIARES PARA DESEMPAQUETAR LOS PORCENTAJES DE LA
      * INTERFASE
      *
       01  W-PCT-NUM               PIC 9(03)V99.
       01  W-PCT-DIS  REDEFINES  W-PCT-NUM    PIC 9(05).
       01  W-EFE-NUM               PIC 9(03)V9(04).
       01  W-EFE-DIS  REDEFINES  W-EFE-NUM    PIC 9(07).

      *=================================================================
      * LINEAS DEL INFORME
      *
       01  LINEA-TITULO.
           05  FILLER              PIC X(51)  VALUE
               'PROPIEDAD AGREGADA DE DESIGNADOS (REGLA DEL 50%) A '.
           05  LTI-FECHA           PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(24)  VALUE
               '   UMBRAL DE VIGILANCIA '.
           05  LTI-VIGILANCIA      PIC ZZ9,99.
           05  FILLER              PIC X(41)  VALUE SPACES.

       01  LINEA-INF-SOCIEDAD.
           05  FILLER              PIC X(08)  VALUE 'SOCIEDAD'.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LIS-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(12)  VALUE '  AGREGADO '.
           05  LIS-AGREGADO        PIC ZZ9,9999.
           05  FILLER              PIC X(04)  VALUE ' %  '.
           05  LIS-INDICADOR       PIC X(10).
           05  FILLER              PIC X(10)  VALUE '  CAMINOS '.
           05  LIS-CAMINOS         PIC ZZZ9.
           05  FILLER              PIC X(13)  VALUE '  DESIGNADOS '.
           05  LIS-DESIGNADOS      PIC ZZZ9.
           05  FILLER              PIC X(49)  VALUE SPACES.

       01  LINEA-INF-CAMINO.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE 'CAMINO '.
           05  LIC-CAMINO          PIC ZZZ9.
           05  FILLER              PIC X(12)  VALUE '  DESIGNADO '.
           05  LIC-DESIGNADO       PIC 9(09).
           05  FILLER              PIC X(08)  VALUE '  LISTA '.
           05  LIC-LISTA           PIC X(10).
           05  FILLER              PIC X(12)  VALUE '  EFECTIVO '.
           05  LIC-EFECTIVO        PIC ZZ9,9999.
           05  FILLER              PIC X(02)  VALUE ' %'.
           05  FILLER              PIC X(56)  VALUE SPACES.

       01  LINEA-INF-TRAMO.
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  LIT-PROPIETARIO     PIC 9(09).
           05  FILLER              PIC X(07)  VALUE ' TIENE '.
           05  LIT-PCT             PIC ZZ9,99.
           05  FILLER              PIC X(07)  VALUE ' % DE '.
           05  LIT-PARTICIPADA     PIC 9(09).
           05  FILLER              PIC X(86)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-DESIGNA           PIC XX.
       77  FS-PE0001R           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-ENLWK             PIC XX.
       77  FS-ENLACES           PIC XX.
       77  FS-CAMIN1            PIC XX.
       77  FS-CAMIN2            PIC XX.
       77  FS-CRIBADO           PIC XX.
       77  FS-INFORME           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA: ENTIDAD PARA LA CABECERA DE LA INTERFASE
      * Y, OPCIONAL, UMBRAL DE VIGILANCIA: EE  O  EE,VIG=ppp,dd
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
           SORT ENLSORT ASCENDING KEY ES-PROPIETARIO ES-PARTICIPADA
                INPUT PROCEDURE GENERA-ENLACES
                GIVING ENLWK
           PERFORM CARGA-ENLACES.
           PERFORM ABRE-SALIDAS.
           SORT CAMSORT ASCENDING KEY HT-NUMPERSEMP HT-DESIGNADO
                                      HT-SECUENCIA
                INPUT PROCEDURE RECORRE-DESIGNADOS
                GIVING CAMIN1 CAMIN2
           PERFORM EVALUA-SOCIEDADES.
           PERFORM ESCRIBE-COLA.
           PERFORM ESCRIBE-TOTALES.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           PERFORM INTERPRETA-PARM
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
           MOVE  W-FECHA-HOY(1:4)  TO  W-FECHA-HOY-ISO(1:4)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(5:1)
           MOVE  W-FECHA-HOY(5:2)  TO  W-FECHA-HOY-ISO(6:2)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(8:1)
           MOVE  W-FECHA-HOY(7:2)  TO  W-FECHA-HOY-ISO(9:2)
           PERFORM CARGA-DESIGNADOS
           IF    W-DSG-COUNT  =  ZERO
                 DISPLAY 'LISTA DE DESIGNADOS VACIA'
                 MOVE  WLT-RC-VACIA  TO  RETURN-CODE
                 PERFORM ALTO-PROCESAMIENTO
           END-IF.

      *=================================================================
      * INTERPRETA-PARM: ENTIDAD (2 POSICIONES) Y UMBRAL DE VIGILANCIA
      *      OPCIONAL ,VIG=ppp,dd, QUE HA DE QUEDAR POR DEBAJO DEL 50%.
      *      UN PARM MAL FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           MOVE  WLT-VIGILANCIA-DEF  TO  W-VIGILANCIA
           IF    PARM-LONG  >  ZERO
                 MOVE  PARM-TEXTO(1:2)  TO  W-ENTIDAD
           END-IF
           IF    PARM-LONG  >  2
                 IF    PARM-LONG  <  13
                 OR    PARM-TEXTO(3:5)  NOT =  ',VIG='
                 OR    PARM-TEXTO(8:3)  NOT NUMERIC
                 OR    PARM-TEXTO(11:1) NOT =  ','
                 OR    PARM-TEXTO(12:2) NOT NUMERIC
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'EE,VIG=ppp,dd): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(8:3)   TO  W-VIGILANCIA(1:3)
                 MOVE  PARM-TEXTO(12:2)  TO  W-VIGILANCIA(4:2)
                 IF    W-VIGILANCIA  NOT <  WLT-UMBRAL-BLOQUEO
                       DISPLAY 'UMBRAL DE VIGILANCIA NO INFERIOR AL '
                               'DE BLOQUEO: ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           MOVE  W-VIGILANCIA  TO  LTI-VIGILANCIA
           DISPLAY 'ENTIDAD ' W-ENTIDAD
                   '  UMBRAL DE VIGILANCIA ' LTI-VIGILANCIA ' %'.

      *=================================================================
      * CARGA-DESIGNADOS: LISTA ORDENADA POR NUMPERS. UN NUMPERS NO
      *      NUMERICO O A CERO SE RECHAZA; UNA PERSONA REPETIDA (EN
      *      VARIAS LISTAS) SE CARGA UNA VEZ; UN NUMPERS MENOR QUE EL
      *      ANTERIOR ABORTA, PORQUE LA BUSQUEDA BINARIA DARIA
      *      RESULTADOS FALSOS.
      *
       CARGA-DESIGNADOS.
           OPEN  INPUT    DESIGNA
           IF    FS-DESIGNA  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DESIGNA ' FS-DESIGNA
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-DESIGNA
           PERFORM TRATA-DESIGNA  UNTIL  FIN-DESIGNA
           CLOSE DESIGNA
           MOVE    W-DSG-COUNT      TO        REG-TOTAL
           DISPLAY 'PERSONAS DESIGNADAS CARGADAS ' REG-TOTAL.

       LEE-DESIGNA.
           READ  DESIGNA
           EVALUATE FS-DESIGNA
           WHEN     '00'
                 ADD   1            TO  REG-LEIDOS-DSG
           WHEN     '10'
                 SET   FIN-DESIGNA  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO DESIGNA ' FS-DESIGNA
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-DESIGNA.
           EVALUATE TRUE
           WHEN  DSG-NUMPERS  NOT NUMERIC
                 ADD   1  TO  REG-RECHAZADOS-DSG
                 DISPLAY 'DESIGNADO RECHAZADO: ' REG-DESIGNA(1:19)
           WHEN  DSG-NUMPERS  =  ZEROS
                 ADD   1  TO  REG-RECHAZADOS-DSG
                 DISPLAY 'DESIGNADO RECHAZADO: ' REG-DESIGNA(1:19)
           WHEN  DSG-NUMPERS  =  W-NUMPERS-ANT
                 ADD   1  TO  REG-DUPLICADOS-DSG
           WHEN  DSG-NUMPERS  <  W-NUMPERS-ANT
                 DISPLAY 'LISTA DE DESIGNADOS NO ORDENADA EN '
                         DSG-NUMPERS
                 PERFORM ABNORMAL-ENDING
           WHEN  OTHER
                 IF    W-DSG-COUNT  NOT <  WLT-MAX-DESIG
                       DISPLAY 'LISTA DE DESIGNADOS SUPERA '
                               WLT-MAX-DESIG ' PERSONAS'
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   1            TO  W-DSG-COUNT
                 MOVE  DSG-NUMPERS  TO  W-DSG-NUMPERS(W-DSG-COUNT)
                 MOVE  DSG-LISTA    TO  W-DSG-LISTA(W-DSG-COUNT)
                 MOVE  DSG-NUMPERS  TO  W-NUMPERS-ANT
           END-EVALUATE
           PERFORM LEE-DESIGNA.

       BUSCA-DESIGNADO.
           MOVE  'N'     TO  W-DESIGNADO
           MOVE  SPACES  TO  W-LISTA
           SET   IX-DSG  TO  1
           SEARCH ALL W-DSG-ENTRADA
               AT END  CONTINUE
               WHEN  W-DSG-NUMPERS(IX-DSG)  =  W-NUMPERS-BUSCA
                     MOVE  'S'                    TO  W-DESIGNADO
                     MOVE  W-DSG-LISTA(IX-DSG)    TO  W-LISTA
           END-SEARCH.

      *=================================================================
      * GENERA-ENLACES: PROCEDIMIENTO DE ENTRADA DEL PRIMER SORT. LEE
      *      LAS RELACIONES DEL DIA POR GRUPO NUMPERSEMP/NUMPERSACC Y
      *      ENTREGA UN ENLACE PROPIETARIO -> PARTICIPADA POR CADA
      *      PARTICIPACION VIGENTE HOY:
      *      - ACCIONISTA 56/57/58 DE NIVEL 1 (O SIN NIVEL): SOBRE LA
      *        PROPIA NUMPERSEMP;
      *      - ACCIONISTA DE NIVEL N > 1: SOBRE LA SOCIEDAD INTERMEDIA
      *        QUE POSEE DIRECTAMENTE (NUMPERSNIV);
      *      - ENLACE ROL 41 DE NIVEL K: DE SU SOCIEDAD INTERMEDIA
      *        SOBRE LA DEL NIVEL K-1 DEL MISMO GRUPO (O SOBRE
      *        NUMPERSEMP SI K = 1). SI FALTA EL NIVEL K-1 LA CADENA
      *        ESTA ROTA Y ESE TRAMO NO SE GENERA.
      *      EL MISMO TRAMO SALE DE MUCHOS GRUPOS: SE DEPURA AL CARGAR.
      *
       GENERA-ENLACES.
           OPEN  INPUT    PE0001R
           IF    FS-PE0001R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-1R
           PERFORM TRATA-GRUPO-1R  UNTIL  FIN-1R
           CLOSE PE0001R.

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

       TRATA-GRUPO-1R.
           MOVE  PE8062I-NUMPERSEMP  TO  W-GRUPO-EMP
           MOVE  PE8062I-NUMPERSACC  TO  W-GRUPO-ACC
           INITIALIZE W-TAB-NIVELES
           PERFORM TRATA-REG-1R
                   UNTIL FIN-1R
                      OR PE8062I-NUMPERSEMP  NOT =  W-GRUPO-EMP
                      OR PE8062I-NUMPERSACC  NOT =  W-GRUPO-ACC
           PERFORM EMITE-ENLACES-41.

       TRATA-REG-1R.
           IF    PE8062I-FECALTA  >  W-FECHA-HOY-ISO
           OR    PE8062I-FECBAJA  NOT >  W-FECHA-HOY-ISO
                 ADD   1  TO  REG-NO-VIGENTES
           ELSE
                 EVALUATE TRUE
                 WHEN  PE8062I-CODRELPEPE  =  WLT-ACCIONISTA-DIR
                 WHEN  PE8062I-CODRELPEPE  =  WLT-ACCIONISTA-IND
                 WHEN  PE8062I-CODRELPEPE  =  WLT-ULTIMO-BENEFICIARIO
                       PERFORM  ENLACE-ACCIONISTA
                 WHEN  PE8062I-CODRELPEPE  =  WLT-SOC-INTERMEDIA-ACC
                       PERFORM  GUARDA-NIVEL-41
                 WHEN  OTHER
                       CONTINUE
                 END-EVALUATE
           END-IF
           PERFORM LEE-1R.

       ENLACE-ACCIONISTA.
           IF    PE8062I-NIVELACC  >  1
                 MOVE  PE8062I-NUMPERSNIV  TO  W-PARTICIPADA
           ELSE
                 MOVE  PE8062I-NUMPERSEMP  TO  W-PARTICIPADA
           END-IF
           MOVE  PE8062I-NUMPERSACC  TO  W-PROPIETARIO
           MOVE  PE8062I-PORPARTEMP  TO  W-PCT-NUM
           PERFORM ENTREGA-ENLACE.

       GUARDA-NIVEL-41.
           MOVE  PE8062I-NIVELACC  TO  W-NIVEL
           IF    W-NIVEL  <  1
           OR    W-NIVEL  >  WLT-MAX-NIV-EXT
                 ADD   1  TO  REG-NIVEL-FUERA
           ELSE
                 IF    W-NIV-NUMPERS(W-NIVEL)  =  ZEROS
                       MOVE  PE8062I-NUMPERSNIV
                                       TO  W-NIV-NUMPERS(W-NIVEL)
                       MOVE  PE8062I-PORPARTEMP
                                       TO  W-NIV-PCT(W-NIVEL)
                 END-IF
           END-IF.

       EMITE-ENLACES-41.
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  WLT-MAX-NIV-EXT
              IF    W-NIV-NUMPERS(W-IX)  >  ZEROS
                    IF    W-IX  =  1
                          MOVE  W-GRUPO-EMP  TO  W-PARTICIPADA
                    ELSE
                          MOVE  W-NIV-NUMPERS(W-IX - 1)
                                             TO  W-PARTICIPADA
                    END-IF
                    MOVE  W-NIV-NUMPERS(W-IX)  TO  W-PROPIETARIO
                    MOVE  W-NIV-PCT(W-IX)      TO  W-PCT-NUM
                    PERFORM ENTREGA-ENLACE
              END-IF
           END-PERFORM.

       ENTREGA-ENLACE.
           IF    W-PROPIETARIO  >  ZEROS
           AND   W-PARTICIPADA  >  ZEROS
           AND   W-PROPIETARIO  NOT =  W-PARTICIPADA
           AND   W-PCT-NUM      >  ZEROS
                 MOVE  SPACES         TO  SD-ENLACE
                 MOVE  W-PROPIETARIO  TO  ES-PROPIETARIO
                 MOVE  W-PARTICIPADA  TO  ES-PARTICIPADA
                 MOVE  W-PCT-NUM      TO  ES-PCT
                 RELEASE SD-ENLACE
                 ADD   1              TO  CNT-ENLACES-GEN
           END-IF.

      *=================================================================
      * CARGA-ENLACES: CARGA EL KSDS DE ENLACES EN ORDEN DE CLAVE,
      *      DEJANDO UN SOLO TRAMO POR PROPIETARIO/PARTICIPADA (EL DE
      *      MAYOR PORCENTAJE SI LOS GRUPOS DISCREPAN).
      *
       CARGA-ENLACES.
           OPEN  INPUT    ENLWK
           IF    FS-ENLWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ENLWK ' FS-ENLWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   ENLACES
           IF    FS-ENLACES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL CREAR ENLACES ' FS-ENLACES
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-ENLWK
           PERFORM TRATA-ENLWK  UNTIL  FIN-ENLWK
           IF    HAY-PENDIENTE
                 PERFORM GRABA-ENLACE
           END-IF
           CLOSE ENLWK
           CLOSE ENLACES
           OPEN  INPUT    ENLACES
           IF    FS-ENLACES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ENLACES ' FS-ENLACES
                 PERFORM ABNORMAL-ENDING
           END-IF.

       LEE-ENLWK.
           READ  ENLWK  INTO  SD-ENLACE
           EVALUATE FS-ENLWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-ENLWK  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO ENLWK ' FS-ENLWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-ENLWK.
           IF    HAY-PENDIENTE
           AND   ES-PROPIETARIO  =  EP-PROPIETARIO
           AND   ES-PARTICIPADA  =  EP-PARTICIPADA
                 IF    ES-PCT  >  EP-PCT
                       MOVE  ES-PCT  TO  EP-PCT
                 END-IF
           ELSE
                 IF    HAY-PENDIENTE
                       PERFORM GRABA-ENLACE
                 END-IF
                 MOVE  'S'             TO  W-PENDIENTE
                 MOVE  ES-PROPIETARIO  TO  EP-PROPIETARIO
                 MOVE  ES-PARTICIPADA  TO  EP-PARTICIPADA
                 MOVE  ES-PCT          TO  EP-PCT
           END-IF
           PERFORM LEE-ENLWK.

       GRABA-ENLACE.
           MOVE  SPACES          TO  REG-ENLACES
           MOVE  EP-PROPIETARIO  TO  ENL-PROPIETARIO
           MOVE  EP-PARTICIPADA  TO  ENL-PARTICIPADA
           MOVE  EP-PCT          TO  ENL-PCT
           WRITE REG-ENLACES
           IF    FS-ENLACES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR ENLACES ' ENL-CLAVE
                         ' FS=' FS-ENLACES
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  CNT-ENLACES.

       ABRE-SALIDAS.
           OPEN  OUTPUT   CRIBADO
           IF    FS-CRIBADO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CRIBADO ' FS-CRIBADO
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY      TO  LCB-FECHA
           MOVE  W-ENTIDAD        TO  LCB-ENTIDAD
           MOVE  SPACES           TO  REG-CRIBADO
           WRITE REG-CRIBADO  FROM  LINEA-CABECERA
           MOVE  W-FECHA-HOY-ISO  TO  LTI-FECHA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TITULO.

      *=================================================================
      * RECORRE-DESIGNADOS: PROCEDIMIENTO DE ENTRADA DEL SEGUNDO SORT.
      *      RECORRIDO EN PROFUNDIDAD DESDE CADA DESIGNADO; CADA
      *      SOCIEDAD ALCANZADA ENTREGA UN CAMINO CON SU EFECTIVO.
      *
       RECORRE-DESIGNADOS.
           PERFORM VARYING W-IX-DSG FROM 1 BY 1
                   UNTIL   W-IX-DSG  >  W-DSG-COUNT
              MOVE  1      TO  W-PROF
              MOVE  W-DSG-NUMPERS(W-IX-DSG)  TO  PIL-NUMPERS(1)
              MOVE  ZEROS  TO  PIL-PCT(1)
                               PIL-ULT-HIJO(1)
              MOVE  100    TO  PIL-EFECTIVO(1)
              PERFORM AVANZA-RECORRIDO  UNTIL  W-PROF  =  ZERO
           END-PERFORM.

       AVANZA-RECORRIDO.
           PERFORM SIGUIENTE-HIJO
           IF    HAY-HIJO
                 MOVE  ENL-PARTICIPADA  TO  PIL-ULT-HIJO(W-PROF)
                 PERFORM TRATA-HIJO
           ELSE
                 SUBTRACT 1  FROM  W-PROF
           END-IF.

      *=================================================================
      * SIGUIENTE-HIJO: PRIMER ENLACE DEL NODO EN CURSO POSTERIOR AL
      *      ULTIMO HIJO YA TRATADO (START POSICIONAL, PORQUE EL
      *      DESCENSO A UN HIJO MUEVE LA POSICION DEL KSDS).
      *
       SIGUIENTE-HIJO.
           MOVE  'N'                     TO  W-HAY-HIJO
           MOVE  PIL-NUMPERS(W-PROF)     TO  ENL-PROPIETARIO
           MOVE  PIL-ULT-HIJO(W-PROF)    TO  ENL-PARTICIPADA
           START ENLACES  KEY GREATER  ENL-CLAVE
           EVALUATE FS-ENLACES
           WHEN     '00'
                 READ  ENLACES  NEXT
                 EVALUATE FS-ENLACES
                 WHEN     '00'
                       IF    ENL-PROPIETARIO  =  PIL-NUMPERS(W-PROF)
                             MOVE  'S'  TO  W-HAY-HIJO
                       END-IF
                 WHEN     '10'
                       CONTINUE
                 WHEN  OTHER
                       DISPLAY 'ERROR LEYENDO ENLACES ' FS-ENLACES
                       PERFORM ABNORMAL-ENDING
                 END-EVALUATE
           WHEN     '23'
                 CONTINUE
           WHEN  OTHER
                 DISPLAY 'ERROR POSICIONANDO ENLACES ' FS-ENLACES
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-HIJO: LA SOCIEDAD PARTICIPADA RECIBE EL EFECTIVO DEL
      *      NODO POR EL PORCENTAJE DEL TRAMO. NO SE SIGUE POR UN
      *      DESIGNADO (YA TIENE SU RECORRIDO), POR UN NODO QUE YA
      *      ESTA EN EL CAMINO (CICLO) NI POR DEBAJO DE
      *      WLT-EFECTIVO-MIN, QUE NO MUEVE EL AGREGADO Y HARIA
      *      EXPLOTAR EL NUMERO DE CAMINOS.
      *
       TRATA-HIJO.
           COMPUTE W-EFECTIVO ROUNDED =
                   PIL-EFECTIVO(W-PROF) * ENL-PCT / 100
           MOVE  ENL-PARTICIPADA  TO  W-NUMPERS-BUSCA
           PERFORM BUSCA-DESIGNADO
           MOVE  'N'  TO  W-CICLO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-PROF
              IF    PIL-NUMPERS(W-IX)  =  ENL-PARTICIPADA
                    MOVE  'S'  TO  W-CICLO
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN  ES-DESIGNADO
                 ADD   1  TO  CNT-CORTE-DESIG
           WHEN  HAY-CICLO
                 ADD   1  TO  CNT-CICLOS
           WHEN  W-EFECTIVO  <  WLT-EFECTIVO-MIN
                 ADD   1  TO  CNT-DESPRECIABLES
           WHEN  OTHER
                 PERFORM ENTREGA-CAMINO
                 IF    W-PROF  <  WLT-MAX-NIVEL
                       ADD   1                TO  W-PROF
                       MOVE  ENL-PARTICIPADA  TO  PIL-NUMPERS(W-PROF)
                       MOVE  ENL-PCT          TO  PIL-PCT(W-PROF)
                       MOVE  W-EFECTIVO       TO  PIL-EFECTIVO(W-PROF)
                       MOVE  ZEROS            TO  PIL-ULT-HIJO(W-PROF)
                 ELSE
                       ADD   1  TO  CNT-NIVEL-MAXIMO
                       IF    NOT AVISO-NIVEL-DADO
                             DISPLAY 'AVISO: CAMINOS DETENIDOS EN EL '
                                     'NIVEL MAXIMO ' WLT-MAX-NIVEL
                             MOVE  'S'  TO  W-AVISO-NIVEL
                       END-IF
                 END-IF
           END-EVALUATE.

       ENTREGA-CAMINO.
           ADD   1                TO  W-SECUENCIA  CNT-CAMINOS
           INITIALIZE SD-CAMINO
           MOVE  ENL-PARTICIPADA  TO  HT-NUMPERSEMP
           MOVE  PIL-NUMPERS(1)   TO  HT-DESIGNADO
           MOVE  W-SECUENCIA      TO  HT-SECUENCIA
           MOVE  W-EFECTIVO       TO  HT-EFECTIVO
           MOVE  W-PROF           TO  HT-NIVELES
           PERFORM VARYING W-IX FROM 2 BY 1
                   UNTIL   W-IX  >  W-PROF
              MOVE  PIL-NUMPERS(W-IX)  TO  HT-NODO(W-IX - 1)
              MOVE  PIL-PCT(W-IX)      TO  HT-PCT(W-IX - 1)
           END-PERFORM
           MOVE  ENL-PARTICIPADA  TO  HT-NODO(W-PROF)
           MOVE  ENL-PCT          TO  HT-PCT(W-PROF)
           RELEASE SD-CAMINO.

      *=================================================================
      * EVALUA-SOCIEDADES: CAMIN1 SUMA EL AGREGADO DE CADA SOCIEDAD;
      *      SI QUEDA SENALADA, CAMIN2 (QUE VA EMPAREJADO AL INICIO DE
      *      LA MISMA SOCIEDAD) EMITE SUS CAMINOS; SI NO, LOS SALTA.
      *
       EVALUA-SOCIEDADES.
           OPEN  INPUT    CAMIN1
           IF    FS-CAMIN1  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CAMIN1 ' FS-CAMIN1
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    CAMIN2
           IF    FS-CAMIN2  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CAMIN2 ' FS-CAMIN2
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-CAM1
           PERFORM LEE-CAM2
           PERFORM TRATA-SOCIEDAD  UNTIL  FIN-CAM1
           CLOSE CAMIN1
                 CAMIN2.

       LEE-CAM1.
           READ  CAMIN1  INTO  W-CAM1
           EVALUATE FS-CAMIN1
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-CAM1  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CAMIN1 ' FS-CAMIN1
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LEE-CAM2.
           READ  CAMIN2  INTO  W-CAM2
           EVALUATE FS-CAMIN2
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-CAM2  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CAMIN2 ' FS-CAMIN2
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-SOCIEDAD.
           MOVE  C1-NUMPERSEMP  TO  W-EMPRESA
           MOVE  ZEROS          TO  W-AGREGADO  W-NUM-CAMINOS
                                    W-NUM-DESIG W-DESIG-ANT
           PERFORM SUMA-CAMINO
                   UNTIL FIN-CAM1
                      OR C1-NUMPERSEMP  NOT =  W-EMPRESA
           ADD   1  TO  CNT-EMP-ALCANZADAS
           EVALUATE TRUE
           WHEN  W-AGREGADO  NOT <  WLT-UMBRAL-BLOQUEO
                 MOVE  WLT-BLOQUEO     TO  W-INDICADOR
                 ADD   1  TO  CNT-EMP-BLOQUEO
           WHEN  W-AGREGADO  NOT <  W-VIGILANCIA
                 MOVE  WLT-VIGILANCIA  TO  W-INDICADOR
                 ADD   1  TO  CNT-EMP-VIGILANCIA
           WHEN  OTHER
                 MOVE  SPACES          TO  W-INDICADOR
           END-EVALUATE
           IF    W-INDICADOR  =  SPACES
                 PERFORM LEE-CAM2
                         UNTIL FIN-CAM2
                            OR C2-NUMPERSEMP  NOT =  W-EMPRESA
           ELSE
                 PERFORM EMITE-SOCIEDAD
                 MOVE  ZEROS  TO  W-NUM-CAMINO
                 PERFORM EMITE-CAMINO
                         UNTIL FIN-CAM2
                            OR C2-NUMPERSEMP  NOT =  W-EMPRESA
           END-IF.

       SUMA-CAMINO.
           ADD   C1-EFECTIVO  TO  W-AGREGADO
           ADD   1            TO  W-NUM-CAMINOS
           IF    C1-DESIGNADO  NOT =  W-DESIG-ANT
                 ADD   1             TO  W-NUM-DESIG
                 MOVE  C1-DESIGNADO  TO  W-DESIG-ANT
           END-IF
           PERFORM LEE-CAM1.

       EMITE-SOCIEDAD.
           COMPUTE W-EFE-NUM ROUNDED  =  W-AGREGADO
           MOVE  W-EMPRESA      TO  LSO-NUMPERSEMP
           MOVE  W-EFE-DIS      TO  LSO-AGREGADO
           MOVE  W-INDICADOR    TO  LSO-INDICADOR
           MOVE  W-NUM-CAMINOS  TO  LSO-CAMINOS
           MOVE  W-NUM-DESIG    TO  LSO-DESIGNADOS
           MOVE  SPACES         TO  REG-CRIBADO
           WRITE REG-CRIBADO  FROM  LINEA-SOCIEDAD
           ADD   1              TO  REG-ESCRITOS-D
           ADD   W-EMPRESA      TO  W-HASH-NUMPERSEMP
           MOVE  W-EMPRESA      TO  LIS-NUMPERSEMP
           MOVE  W-EFE-NUM      TO  LIS-AGREGADO
           IF    W-INDICADOR  =  WLT-BLOQUEO
                 MOVE  'BLOQUEO   '  TO  LIS-INDICADOR
           ELSE
                 MOVE  'VIGILANCIA'  TO  LIS-INDICADOR
           END-IF
           MOVE  W-NUM-CAMINOS  TO  LIS-CAMINOS
           MOVE  W-NUM-DESIG    TO  LIS-DESIGNADOS
           MOVE  SPACES         TO  REG-INF
           WRITE REG-INF  FROM  LINEA-INF-SOCIEDAD.

      *=================================================================
      * EMITE-CAMINO: UN CAMINO DE LA SOCIEDAD SENALADA, CON UN
      *      REGISTRO 'R' Y UNA LINEA DE INFORME POR TRAMO. EL
      *      PROPIETARIO DEL PRIMER TRAMO ES EL DESIGNADO; EL DE LOS
      *      DEMAS, LA PARTICIPADA DEL TRAMO ANTERIOR.
      *
       EMITE-CAMINO.
           ADD   1              TO  W-NUM-CAMINO
           MOVE  C2-DESIGNADO   TO  W-NUMPERS-BUSCA
           PERFORM BUSCA-DESIGNADO
           COMPUTE W-EFE-NUM ROUNDED  =  C2-EFECTIVO
           MOVE  W-NUM-CAMINO   TO  LIC-CAMINO
           MOVE  C2-DESIGNADO   TO  LIC-DESIGNADO
           MOVE  W-LISTA        TO  LIC-LISTA
           MOVE  W-EFE-NUM      TO  LIC-EFECTIVO
           MOVE  SPACES         TO  REG-INF
           WRITE REG-INF  FROM  LINEA-INF-CAMINO
           MOVE  C2-DESIGNADO   TO  W-PROPIETARIO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  C2-NIVELES
              MOVE  C2-PCT(W-IX)     TO  W-PCT-NUM
              MOVE  W-EMPRESA        TO  LTR-NUMPERSEMP
              MOVE  W-NUM-CAMINO     TO  LTR-CAMINO
              MOVE  C2-DESIGNADO     TO  LTR-DESIGNADO
              MOVE  W-IX             TO  LTR-TRAMO
              MOVE  W-PROPIETARIO    TO  LTR-PROPIETARIO
              MOVE  C2-NODO(W-IX)    TO  LTR-PARTICIPADA
              MOVE  W-PCT-DIS        TO  LTR-PCT
              MOVE  W-EFE-DIS        TO  LTR-EFECTIVO
              MOVE  SPACES           TO  REG-CRIBADO
              WRITE REG-CRIBADO  FROM  LINEA-TRAMO
              ADD   1                TO  REG-ESCRITOS-R
              MOVE  W-PROPIETARIO    TO  LIT-PROPIETARIO
              MOVE  W-PCT-NUM        TO  LIT-PCT
              MOVE  C2-NODO(W-IX)    TO  LIT-PARTICIPADA
              MOVE  SPACES           TO  REG-INF
              WRITE REG-INF  FROM  LINEA-INF-TRAMO
              MOVE  C2-NODO(W-IX)    TO  W-PROPIETARIO
           END-PERFORM
           PERFORM LEE-CAM2.

      *=================================================================
      * ESCRIBE-COLA: NUMERO DE SOCIEDADES 'D' Y TOTAL DE CONTROL (SUMA
      *               DE NUMPERSEMP) PARA VALIDACION EN EL RECEPTOR
      *
       ESCRIBE-COLA.
           MOVE  REG-ESCRITOS-D      TO  LCO-REGISTROS
           MOVE  W-HASH-NUMPERSEMP   TO  LCO-HASH
           MOVE  SPACES              TO  REG-CRIBADO
           WRITE REG-CRIBADO  FROM  LINEA-COLA.

      *=================================================================
      * ESCRIBE-TOTALES
      *
       ESCRIBE-TOTALES.
           MOVE  'PERSONAS DESIGNADAS'               TO  LTO-ETIQUETA
           MOVE  W-DSG-COUNT                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TRAMOS DE PARTICIPACION EN EL GRAFO' TO LTO-ETIQUETA
           MOVE  CNT-ENLACES                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CAMINOS RECORRIDOS'                TO  LTO-ETIQUETA
           MOVE  CNT-CAMINOS                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES ALCANZADAS'             TO  LTO-ETIQUETA
           MOVE  CNT-EMP-ALCANZADAS                  TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES CON 50% O MAS (BLOQUEO)' TO LTO-ETIQUETA
           MOVE  CNT-EMP-BLOQUEO                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES EN VIGILANCIA'          TO  LTO-ETIQUETA
           MOVE  CNT-EMP-VIGILANCIA                  TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CORTES EN OTRO DESIGNADO'          TO  LTO-ETIQUETA
           MOVE  CNT-CORTE-DESIG                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CICLOS DESCARTADOS'                TO  LTO-ETIQUETA
           MOVE  CNT-CICLOS                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CAMINOS DETENIDOS EN EL NIVEL MAXIMO' TO LTO-ETIQUETA
           MOVE  CNT-NIVEL-MAXIMO                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-DSG   TO        REG-TOTAL
           DISPLAY 'FILAS LEIDAS DE DESIGNA      ' REG-TOTAL
           MOVE    REG-RECHAZADOS-DSG TO      REG-TOTAL
           DISPLAY 'FILAS RECHAZADAS DE DESIGNA  ' REG-TOTAL
           MOVE    REG-DUPLICADOS-DSG TO      REG-TOTAL
           DISPLAY 'FILAS REPETIDAS DE DESIGNA   ' REG-TOTAL
           MOVE    REG-LEIDOS-1R    TO        REG-TOTAL
           DISPLAY 'RELACIONES LEIDAS            ' REG-TOTAL
           MOVE    REG-NO-VIGENTES  TO        REG-TOTAL
           DISPLAY 'RELACIONES NO VIGENTES HOY   ' REG-TOTAL
           MOVE    REG-NIVEL-FUERA  TO        REG-TOTAL
           DISPLAY 'ENLACES 41 CON NIVEL FUERA   ' REG-TOTAL
           MOVE    CNT-ENLACES-GEN  TO        REG-TOTAL
           DISPLAY 'TRAMOS GENERADOS             ' REG-TOTAL
           MOVE    CNT-ENLACES      TO        REG-TOTAL
           DISPLAY 'TRAMOS DISTINTOS EN EL GRAFO ' REG-TOTAL
           MOVE    CNT-CAMINOS      TO        REG-TOTAL
           DISPLAY 'CAMINOS RECORRIDOS           ' REG-TOTAL
           MOVE    CNT-DESPRECIABLES TO       REG-TOTAL
           DISPLAY 'CAMINOS DESPRECIABLES        ' REG-TOTAL
           MOVE    CNT-EMP-BLOQUEO  TO        REG-TOTAL
           DISPLAY 'SOCIEDADES EN BLOQUEO        ' REG-TOTAL
           MOVE    CNT-EMP-VIGILANCIA TO      REG-TOTAL
           DISPLAY 'SOCIEDADES EN VIGILANCIA     ' REG-TOTAL
           EVALUATE TRUE
           WHEN  REG-RECHAZADOS-DSG  >  ZEROS
                 DISPLAY 'AVISO: FILAS DE LA LISTA DE DESIGNADOS '
                         'RECHAZADAS, REVISAR LA LISTA'
                 MOVE  WLT-RC-RECHAZOS   TO  RETURN-CODE
           WHEN  REG-ESCRITOS-D  >  ZEROS
                 DISPLAY 'AVISO: HAY SOCIEDADES SENALADAS POR '
                         'PROPIEDAD AGREGADA DE DESIGNADOS'
                 MOVE  WLT-RC-SENALADAS  TO  RETURN-CODE
           WHEN  OTHER
                 MOVE  WLT-RC-OK         TO  RETURN-CODE
           END-EVALUATE
           CLOSE    ENLACES
                    CRIBADO
                    INFORME
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    DESIGNA
                    PE0001R
                    ENLWK
                    ENLACES
                    CAMIN1
                    CAMIN2
                    CRIBADO
                    INFORME
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
