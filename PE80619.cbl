      *= GRUPWK              TRABAJO: GRUPO DESBORDADO (MODO FICHERO)  =
      *= EVSRT1              TRABAJO: EVENTOS ORDENADOS (LECTOR)       =
      *= EVSRT2              TRABAJO: EVENTOS ORDENADOS (ADELANTADO)   =
      *= CHKPT               PUNTOS DE CONTROL PARA REARRANQUE         =
      *= RSTWK               TRABAJO: RECORTE DE SALIDAS AL REARRANCAR =
      *= EETP010R            TPA EETP010 - RANGOS NUMPERSEMP POR       =
      *=                     PARTICION (SOLO CON PARM PART=nn)         =
      *= PE0006W   PE8062P   CONTROL DE PARTICION: TOTALES DEL CUADRE  =
      *= DECLUBO   PE8062D   MAESTRO VSAM DE TITULARES DECLARADOS      =
      *= DUPIDENT  PE8062G   GRUPOS DE IDENTIDAD DUPLICADA (PE80665)   =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *=                                     NAL POR GRUPO CON FIDEI-  =
      *=                                     COMISO), Y SALEN DEL      =
      *=                                     RECURSO GENERICO 74-87    =
      *= 15-10-26 N/A          DID           PUNTO DE CONTROL Y REAR-  =
      *=                                     RANQUE (PARM CHK=nnnnn Y  =
      *=                                     RST): CADA nnnnn EMPRESAS =
      *=                                     CERRADAS SE GRABA EN CHKPT=
      *=                                     LA ULTIMA EMPRESA, LA     =
      *=                                     BANDA, LOS REGISTROS GRA- =
      *=                                     BADOS EN PE0001W/2W/3W Y  =
      *=                                     TODOS LOS CONTADORES DEL  =
      *=                                     CUADRE. EL REARRANQUE     =
      *=                                     REPOSICIONA PE0001R, RE-  =
      *=                                     CORTA LAS SALIDAS AL PUNTO=
      *=                                     DE CONTROL, LAS PROLONGA  =
      *=                                     (EXTEND) Y EL CUADRE FINAL=
      *=                                     CIERRA COMO EN UNA EJECU- =
      *=                                     CION COMPLETA             =
      *= 15-10-26 N/A          DID           EJECUCION PARTICIONADA    =
      *=                                     (PARM PART=nn): SOLO SE   =
      *=                                     TRATAN LAS EMPRESAS DEL   =
      *=                                     RANGO NUMPERSEMP DE LA    =
      *=                                     PARTICION EN LA TPA       =
      *=                                     EETP010; EL RESTO SE      =
      *=                                     CUENTA COMO FUERA DE      =
      *=                                     PARTICION EN EL CUADRE Y  =
      *=                                     LOS TOTALES VAN A PE0006W =
      *=                                     PARA LA FUSION (PE80659)  =
      *= 15-10-26 N/A          DID           TITULARES DECLARADOS: SI  =
      *=                                     NINGUN GRUPO DE LA EMPRESA=
      *=                                     DA TITULAR POR PORCENTAJE,=
      *=                                     FIRMA NI DIRECTIVO, SE    =
      *=                                     EMITEN SUS DECLARACIONES  =
      *=                                     VIGENTES DEL MAESTRO      =
      *=                                     DECLUBO (PE8062D) EN LA   =
      *=                                     FECHA DE PROCESO (O ASOF) =
      *=                                     CON EL NUEVO CAMINO '7' DE=
      *=                                     PE0003W, EN VEZ DE DEJARLA=
      *=                                     EN PE0002W                =
      *= 15-10-26 N/A          DID           IDENTIDAD DUPLICADA: LOS  =
      *=                                     NUMPERSACC DE UN MISMO    =
      *=                                     NUMIDENT (GRUPOS DUPIDENT =
      *=                                     DE PE80665) SUMAN SUS     =
      *=                                     MAXIMOS EN LA EMPRESA; SI =
      *=                                     LA SUMA SUPERA EE003 Y    =
      *=                                     NINGUNO ERA TITULAR POR SI=
      *=                                     SOLO, CADA MIEMBRO SE     =
      *=                                     EMITE CON EL NUEVO CAMINO =
      *=                                     '8' DE PE0003W            =
      *= 15-10-26 N/A          DID           DERECHOS DE VOTO: NUEVO   =
      *=                                     CAMPO PORVOTEMP AL FINAL  =
      *=                                     DE PE8062I/PE8062O (104   =
      *=                                     POSICIONES). LA ACUMULA-  =
      *=                                     CION POR VENTANAS, LOS    =
      *=                                     INDIRECTOS Y LA IDENTIDAD =
      *=                                     DUPLICADA SE CALCULAN EN  =
      *=                                     PARALELO PARA CAPITAL Y   =
      *=                                     VOTOS; ES TITULAR QUIEN   =
      *=                                     SUPERE EE003 EN CUALQUIE- =
      *=                                     RA DE LAS DOS. PE0003W    =
      *=                                     ANOTA LA MEDIDA QUE DECI- =
      *=                                     DE (CAPI/VOTO/AMBA)       =
      *= 15-10-26 N/A          DID           LA VIGENCIA DE LOS DECLA- =
      *=                                     RADOS SE MIDE EN LA FECHA =
      *=                                     DE NEGOCIO (FECHAR) Y NO  =
      *=                                     EN LA DEL SISTEMA         =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.

           SELECT EVSORT  ASSIGN TO  SORTWK01.

           SELECT CHKPT  ASSIGN TO  CHKPT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CHKPT.

           SELECT RSTWK  ASSIGN TO  RSTWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-RSTWK.

           SELECT EETP010R  ASSIGN TO  EETP010R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP010R.

           SELECT PE0006W  ASSIGN TO  PE0006W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0006W.

           SELECT OPTIONAL DECLUBO  ASSIGN TO  DECLUBO
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   PE8062D-CLAVE
                  FILE STATUS FS-DECLUBO.

           SELECT OPTIONAL DUPIDENT  ASSIGN TO  DUPIDENT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-DUPIDENT.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.


      *=================================================================
       DATA DIVISION.
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
       FD  PE0001W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1W                  PIC  X(104).
      *
      *= TPA EE003 - PORCENTAJE MINIMO DE TITULARIDAD REAL           =
       FD  EE003R      BLOCK CONTAINS 0 CHARACTERS
       FD  PE0004W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-4W                  PIC  X(104).
      *
      *= PE0005W - MODO DEMANDA: AUDITORIA (MISMO LAYOUT QUE PE0003W)  =
       FD  PE0005W     BLOCK CONTAINS 0 CHARACTERS
       FD  GRUPWK      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-GRUPWK              PIC  X(104).
      *
      *= EVSRT1 / EVSRT2 - EVENTOS DE ALTA/BAJA DEL GRUPO EN FICHERO,  =
      *=          ORDENADOS POR FECHA+TIPO (SALIDA DOBLE DEL SORT      =
       FD  EVSRT1      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EVS1                PIC  X(121).
      *
       FD  EVSRT2      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EVS2                PIC  X(121).
      *
       SD  EVSORT.
       01  SD-EVENTO.
           05  SD-FECHA            PIC X(10).
           05  SD-TIPO             PIC X(01).
           05  SD-PCT              PIC S9(3)V99 COMP-3.
           05  SD-VOT              PIC S9(3)V99 COMP-3.
           05  SD-REG              PIC X(104).
      *
      *= CHKPT - PUNTOS DE CONTROL: UN REGISTRO POR EMPRESA FRONTERA,  =
      *=         EL ULTIMO ES EL QUE VALE PARA EL REARRANQUE          =
       FD  CHKPT       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CHK                 PIC  X(550).
      *
      *= RSTWK - TRABAJO DEL REARRANQUE: COPIA DE LOS REGISTROS DE UNA =
      *=         SALIDA HASTA EL PUNTO DE CONTROL (LONGITUD MAXIMA,    =
      *=         LOS DE PE0002W/PE0003W VAN AJUSTADOS A LA IZQUIERDA)  =
       FD  RSTWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-RSTWK               PIC  X(104).
      *
      *= TPA EETP010 - RANGOS NUMPERSEMP DE LAS PARTICIONES, CONTIGUOS =
      *=               DESDE 0 HASTA 999999999 SIN HUECOS NI SOLAPES   =
       FD  EETP010R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP010R.
           05  REG-EETP010R-PARTICION PIC 9(02).
           05  REG-EETP010R-DESDE     PIC 9(09).
           05  REG-EETP010R-HASTA     PIC 9(09).
      *
      *= PE0006W - CONTROL DE PARTICION: UN REGISTRO CON LOS TOTALES   =
      *=           DEL CUADRE DE ESTA PARTICION, PARA LA FUSION        =
       FD  PE0006W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-6W                  PIC  X(150).
      *
      *= DECLUBO - TITULARES DECLARADOS POR EL CLIENTE Y CONTRASTADOS  =
      *=           POR CUMPLIMIENTO (VSAM KSDS, MANTENIDO POR PE80660) =
       FD  DECLUBO.
       01  REG-DECLUBO.
           COPY PE8062D.
      *
      *= DUPIDENT - GRUPOS DE IDENTIDAD DUPLICADA (NUMPERSACC CON UN   =
      *=            MISMO NUMIDENT), ORDENADO POR NUMPERSACC (PE80665) =
       FD  DUPIDENT    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-DUPIDENT.
           COPY PE8062G.
      *
      *= FECHAR - FECHA DE NEGOCIO AAAAMMDD (TARJETA RESUELTA POR EL   =
      *=          SCAN DE CABECERA DE LA JCL)                          =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).


      *=================================================================
       77  WLT-MAX-TITREA     PIC S9(4) COMP   VALUE 5000.
       77  WLT-RC-FUERABANDA  PIC 9(3)   VALUE 004.
       77  WLT-RC-DESCUADRE   PIC 9(3)   VALUE 016.
       77  WLT-DECLUBO        PIC X(8)   VALUE 'DECLUBO'.
      *
       77  WLT-SOC-INTERMEDIA-ACC       PIC S9(4) COMP VALUE 41.
       77  WLT-ACCIONISTA-DIR           PIC S9(4) COMP VALUE 56.
           05  SW-GRUPO-FIDEICOMISO    PIC X    VALUE 'N'.
               88  NO-GRUPO-FIDEICOMISO   VALUE 'N'.
               88  SI-GRUPO-FIDEICOMISO   VALUE 'S'.
           05  SW-PUNTO-CONTROL        PIC X    VALUE 'N'.
               88  NO-PUNTO-CONTROL       VALUE 'N'.
               88  SI-PUNTO-CONTROL       VALUE 'S'.
           05  SW-REARRANQUE           PIC X    VALUE 'N'.
               88  NO-REARRANQUE          VALUE 'N'.
               88  SI-REARRANQUE          VALUE 'S'.
           05  SW-PARTICION            PIC X    VALUE 'N'.
               88  NO-PARTICION           VALUE 'N'.
               88  SI-PARTICION           VALUE 'S'.
           05  SW-DECLARACIONES        PIC X    VALUE 'N'.
               88  NO-DECLARACIONES       VALUE 'N'.
               88  SI-DECLARACIONES       VALUE 'S'.
           05  SW-DUPLICADOS           PIC X    VALUE 'N'.
               88  NO-DUPLICADOS          VALUE 'N'.
               88  SI-DUPLICADOS          VALUE 'S'.
      *
      *-----------------------------------------------------------------
      * VARIABLES DE TRABAJO
       01 W-SUMA-ACTUAL     PIC S9(9)V99 COMP-3.
      * LA ACUMULACION DE DERECHOS DE VOTO (PORVOTEMP) CORRE EN
      * PARALELO A LA DE CAPITAL, SOBRE LOS MISMOS EVENTOS Y VENTANAS
       01 W-SUMA-VOTOS      PIC S9(9)V99 COMP-3.
      *
      * EVENTOS DEL BARRIDO CRONOLOGICO DE GRABA-56-57-58: DOS POR
      * RELACION (ALTA 'A' Y BAJA 'B'). A IGUAL FECHA, 'A' ORDENA ANTES
             10 W-EV-FECHA  PIC X(10).
             10 W-EV-TIPO   PIC X(1).
             10 W-EV-PCT    PIC S9(3)V99 COMP-3.
             10 W-EV-VOT    PIC S9(3)V99 COMP-3.
             10 W-EV-IDX    PIC S9(4) COMP.
             10 W-EV-NEXTB  PIC X(10).
       01 W-BARRIDO.
          05 GF-CODTERMINA  PIC X(8).
          05 GF-CODUSUARIO  PIC X(8).
          05 GF-ORDEN       PIC 9(2).
          05 GF-PORVOTEMP   PIC S9(3)V99 COMP-3.
      *
       01 W-EVF-CUR.
          05 W-EVF-CUR-FECHA  PIC X(10).
          05 W-EVF-CUR-TIPO   PIC X(01).
          05 W-EVF-CUR-PCT    PIC S9(3)V99 COMP-3.
          05 W-EVF-CUR-VOT    PIC S9(3)V99 COMP-3.
          05 W-EVF-CUR-REG    PIC X(104).
       01 W-EVF-NEXT.
          05 W-EVF-NEXT-FECHA PIC X(10).
          05 W-EVF-NEXT-TIPO  PIC X(01).
          05 W-EVF-NEXT-PCT   PIC S9(3)V99 COMP-3.
          05 W-EVF-NEXT-VOT   PIC S9(3)V99 COMP-3.
          05 W-EVF-NEXT-REG   PIC X(104).
       01 W-EVF-AHEAD.
          05 W-EVF-AHEAD-FECHA PIC X(10).
          05 W-EVF-AHEAD-TIPO  PIC X(01).
          05 W-EVF-AHEAD-PCT   PIC S9(3)V99 COMP-3.
          05 W-EVF-AHEAD-VOT   PIC S9(3)V99 COMP-3.
          05 W-EVF-AHEAD-REG   PIC X(104).
      *
       01 W-BARRIDO-F.
          05 W-EVF-CUR-VAL   PIC X(01)      VALUE 'N'.
             10 W-ENL-NIVEL    PIC S9(3) COMP-3.
             10 W-ENL-NUMPERS  PIC S9(9) COMP.
             10 W-ENL-PCT      PIC S9(3)V99 COMP-3.
             10 W-ENL-VOT      PIC S9(3)V99 COMP-3.
       01 W-ENLW-NIVEL      PIC S9(3) COMP-3 VALUE ZEROS.
       01 W-ENLW-NUMPERS    PIC S9(9) COMP   VALUE ZEROS.
       01 W-ENLW-PCT        PIC S9(3)V99 COMP-3 VALUE ZEROS.
       01 W-ENLW-VOT        PIC S9(3)V99 COMP-3 VALUE ZEROS.
       01 W-IX-ENL          PIC 9(5) COMP  VALUE ZEROS.
       01 W-IX-ENL-NIV      PIC 9(5) COMP  VALUE ZEROS.
       01 W-IX-ENL-PER      PIC 9(5) COMP  VALUE ZEROS.
             07 WS-PE8062I-CODTERMINA PIC X(8).
             07 WS-PE8062I-CODUSUARIO PIC X(8).
             07 WS-PE8062I-ORDEN    PIC 9(2).
             07 WS-PE8062I-PORVOTEMP PIC S9(3)V99 COMP-3.

           05 WSS-PE8062O.
             07 WSS-PE8062O-NUMPERSEMP PIC S9(9) COMP.
             07 WSS-PE8062O-CODTERMINA PIC X(8).
             07 WSS-PE8062O-CODUSUARIO PIC X(8).
             07 WSS-PE8062O-ORDEN   PIC 9(2).
             07 WSS-PE8062O-PORVOTEMP PIC S9(3)V99 COMP-3.

           05 WS1-PE8062I.
             07 WS1-PE8062I-NUMPERSEMP PIC 9(9).
             07 WS1-PE8062I-CODTERMINA PIC X(8).
             07 WS1-PE8062I-CODUSUARIO PIC X(8).
             07 WS1-PE8062I-ORDEN   PIC 9(2).
             07 WS1-PE8062I-PORVOTEMP PIC 9(3)V99.

             05 TITREA-1 OCCURS 5000 TIMES.
               07 T1R-PE8062I-NUMPERSEMP PIC S9(9) COMP.
               07 T1R-PE8062I-CODTERMINA PIC X(8).
               07 T1R-PE8062I-CODUSUARIO PIC X(8).
               07 T1R-PE8062I-ORDEN PIC 9(2).
               07 T1R-PE8062I-PORVOTEMP PIC S9(3)V99 COMP-3.

      *      LA VENTANA QUE SUPERA EL MINIMO SE GRABA EN EL ACTO:
      *      TITREA-SAL ES EL REGISTRO DE MONTAJE, NO UNA TABLA, Y EL
               07 SAL-PE8062I-CODTERMINA PIC X(8).
               07 SAL-PE8062I-CODUSUARIO PIC X(8).
               07 SAL-PE8062I-ORDEN PIC 9(2).
               07 SAL-PE8062I-PORVOTEMP PIC S9(3)V99 COMP-3.

             05 T1R                      PIC 9(4) COMP-3 VALUE ZEROS.
             05 W-IX-T1R                 PIC 9(4) COMP-3 VALUE ZEROS.
      *    CALCULO DE LA PARTICIPACION INDIRECTA (SOCIEDADES
      *    INTERMEDIAS, ROL 41)
             05 W-PORC-EFECTIVO          PIC S9(3)V9(4) COMP-3.
             05 W-VOTO-EFECTIVO          PIC S9(3)V9(4) COMP-3.
             05 W-NIVEL-CADENA           PIC S9(3)  COMP-3.
             05 W-PERS-CADENA            PIC S9(9)  COMP.
             05 W-IX-ENLACE              PIC 9(4)   COMP-3 VALUE ZEROS.
             05 W-MAX-FECALTA            PIC X(10)  VALUE SPACES.
             05 W-MAX-FECBAJA            PIC X(10)  VALUE SPACES.
             05 W-CAMINO                 PIC X(1)   VALUE SPACES.
      *    RELACION QUE ABRE LA VENTANA GANADORA: BASE DE LA SALIDA
      *    DEL GRUPO SI TITULA POR IDENTIDAD DUPLICADA (CAMINO '8')
             05 W-MAX-REG                PIC X(104) VALUE SPACES.
      *    LO MISMO PARA LOS DERECHOS DE VOTO: SU MAXIMO ACUMULADO SE
      *    ALCANZA EN SU PROPIA VENTANA, NO NECESARIAMENTE LA DEL
      *    CAPITAL. W-MEDIDA DICE QUE MEDIDA SUPERA EL MINIMO EE003
             05 W-MAX-VOTOS              PIC S9(5)V99 COMP-3
                                                      VALUE ZEROS.
             05 W-MAXV-FECALTA           PIC X(10)  VALUE SPACES.
             05 W-MAXV-FECBAJA           PIC X(10)  VALUE SPACES.
             05 W-MAXV-REG               PIC X(104) VALUE SPACES.
             05 W-MEDIDA                 PIC X(4)   VALUE SPACES.

           05 WS-FECHA-ALTA.
             07 WS-FECHA-ALTA-ANIO   PIC 9999.
               88  CAMINO-SIN-UBO         VALUE '4'.
               88  CAMINO-DESBORDE        VALUE '5'.
               88  CAMINO-FIDEICOMISO     VALUE '6'.
               88  CAMINO-DECLARADO       VALUE '7'.
               88  CAMINO-IDENTIDAD       VALUE '8'.
           05  WSS-PE0003O-PORACUM     PIC 9(05)V99.
           05  WSS-PE0003O-FECALTA     PIC X(10).
           05  WSS-PE0003O-FECBAJA     PIC X(10).
           05  WSS-PE0003O-PORCENTMIN  PIC 9(03).
           05  WSS-PE0003O-ROLES004    PIC 9(03).
           05  WSS-PE0003O-NUMREL      PIC 9(04).
      *    MEDIDA QUE SUPERA EL MINIMO EN LOS CAMINOS POR PORCENTAJE
      *    ('1' Y '8'); EN BLANCO EN LOS DEMAS. PORACUM Y LA VENTANA
      *    SON LOS DE LA MEDIDA QUE DECIDE (EL CAPITAL SI SON AMBAS)
           05  WSS-PE0003O-MEDIDA      PIC X(04).
               88  MEDIDA-CAPITAL         VALUE 'CAPI'.
               88  MEDIDA-VOTOS           VALUE 'VOTO'.
               88  MEDIDA-AMBAS           VALUE 'AMBA'.
      *

      *-----------------------------------------------------------------
      *
       77  WLT-MAX-CAND       PIC 9(1)   VALUE 5.
       01  W-PARM-TOKENS.
           05  W-PARM-TOKEN   OCCURS 5 TIMES  PIC X(40).
       01  W-SIMULACION.
           05  W-SIM-NUM-CAND     PIC 9(1)   VALUE ZERO.
           05  W-SIM-FIN-PARM     PIC 9(1)   VALUE ZERO.
           03  REG-ORDEN-INVALIDO
                               PIC 9(10)  COMP VALUE ZEROS.
           03  REG-GRUPOS-FICH PIC 9(10)  COMP VALUE ZEROS.
           03  REG-AUDITORIAS  PIC 9(10)  COMP VALUE ZEROS.
           03  REG-FUERA-PARTICION
                               PIC 9(10)  COMP VALUE ZEROS.
           03  REG-DECLARADOS  PIC 9(10)  COMP VALUE ZEROS.
           03  REG-IDENT-DUPLICADA
                               PIC 9(10)  COMP VALUE ZEROS.
           03  REG-TOTAL       PIC Z.ZZZ.ZZZ.ZZ9.
      *
      * FECHA DE CORTE DEL MODO RETROSPECTIVO (PARM ASOF=AAAA-MM-DD)
       01  W-FIN-SOLICIT       PIC 9(01)  VALUE ZEROS.
       01  REG-DESCARTES-DEM   PIC 9(10)  COMP VALUE ZEROS.
      *
      * PUNTO DE CONTROL Y REARRANQUE (PARM CHK=nnnnn / RST): SOLO EN
      * PRODUCCION (NI SIMULACION NI DEMANDA) Y SOLO EN FRONTERA DE
      * EMPRESA, TRAS CIERRA-EMPRESA-ANTERIOR. EL REARRANQUE TOMA EL
      * ULTIMO REGISTRO DE CHKPT, SALTA EN PE0001R LOS REGISTROS YA
      * LEIDOS (EL ULTIMO SALTADO ES EL PRIMERO DE LA EMPRESA
      * SIGUIENTE, QUE QUEDA COMO REGISTRO EN CURSO) Y DEJA CADA
      * SALIDA EXACTAMENTE CON LOS REGISTROS QUE TENIA AL TOMARLO
       01  W-FREC-CHK          PIC 9(05)  VALUE ZEROS.
       01  W-EMPRESAS-CERRADAS PIC 9(10)  COMP VALUE ZEROS.
       01  W-EMP-DESDE-CHK     PIC 9(05)  COMP VALUE ZEROS.
       01  W-CNT-CHK           PIC 9(09)  COMP VALUE ZEROS.
       01  W-BANDA-INICIO      PIC 9(02)  VALUE 1.
       01  W-FIN-CHKPT         PIC 9(01)  VALUE ZEROS.
       01  W-RST-SALTADOS      PIC 9(10)  COMP VALUE ZEROS.
       01  W-RST-FICHERO       PIC 9(01)  VALUE ZEROS.
       01  W-RST-NOMBRE        PIC X(08)  VALUE SPACES.
       01  W-RST-ESPERADOS     PIC 9(10)  COMP VALUE ZEROS.
       01  W-RST-EXISTENTES    PIC 9(10)  COMP VALUE ZEROS.
       01  W-RST-FIN           PIC 9(01)  VALUE ZEROS.
       01  W-RST-FS            PIC X(02)  VALUE SPACES.
      *
      * EJECUCION PARTICIONADA (PARM PART=nn): LA TPA EETP010 REPARTE
      * TODO EL RANGO DE NUMPERSEMP ENTRE LAS PARTICIONES SIN HUECOS
      * NI SOLAPES, DE MODO QUE CADA EMPRESA CAE EN UNA Y SOLO UNA.
      * CADA PARTICION LEE LA ENTRADA ENTERA Y SOLO TRATA SU RANGO
       77  WLT-MAX-PART        PIC 9(02)  VALUE 20.
       77  WLT-NUMPERS-MAX     PIC 9(09)  VALUE 999999999.
       01  W-PARTICION         PIC 9(02)  VALUE ZEROS.
       01  W-PART-DESDE        PIC 9(09)  VALUE ZEROS.
       01  W-PART-HASTA        PIC 9(09)  VALUE ZEROS.
       01  W-PART-HALLADA      PIC X(01)  VALUE 'N'.
       01  W-PART-COUNT        PIC 9(02)  VALUE ZEROS.
       01  W-PART-HASTA-ANT    PIC 9(10)  VALUE ZEROS.
       01  W-PART-SIGUIENTE    PIC 9(10)  VALUE ZEROS.
       01  W-FIN-EETP010       PIC 9(01)  VALUE ZEROS.
       01  W-REG-CONTROL-PART.
           COPY PE8062P.
      *
      * TITULARES DECLARADOS (MAESTRO DECLUBO): UNA EMPRESA QUE NO
      * OBTIENE TITULAR POR NINGUN CAMINO CALCULADO TOMA LAS
      * DECLARACIONES VIGENTES EN W-FECHA-DECL (LA FECHA ASOF EN MODO
      * RETROSPECTIVO, SI NO LA FECHA DE NEGOCIO DE FECHAR; UN
      * REARRANQUE CONSERVA LA DEL PUNTO DE CONTROL). W-ORDEN-EMP-ANT
      * ES LA BANDA DE LA EMPRESA QUE SE CIERRA, PARA EL ORDEN DE SU
      * SALIDA
       01  W-FECHA-DECL        PIC X(10)  VALUE SPACES.
       01  W-FECHA-NEGOCIO     PIC X(08)  VALUE SPACES.
       01  W-FIN-DECLUBO       PIC 9(01)  VALUE ZEROS.
       01  W-ORDEN-EMP-ANT     PIC 9(02)  VALUE ZEROS.
      *
      * IDENTIDAD DUPLICADA (FICHERO DUPIDENT): W-TABLA-DUP ES EL
      * FICHERO ENTERO, ORDENADO POR NUMPERSACC, CON EL GRUPO (MENOR
      * NUMPERSACC DEL NUMIDENT) DE CADA PERSONA DUPLICADA.
      * W-TABLA-DUPEMP GUARDA, DE LA EMPRESA EN CURSO, LOS GRUPOS
      * NUMPERSACC CON PORCENTAJE QUE PERTENECEN A UN GRUPO DUPIDENT,
      * CON SU MAXIMO, SU VENTANA, SU CAMINO Y LA RELACION BASE
       77  WLT-MAX-DUP         PIC 9(05)  VALUE 20000.
       77  WLT-MAX-DUPEMP      PIC 9(04)  VALUE 50.
       01  W-TABLA-DUP.
           05  W-DUP-COUNT     PIC 9(05)  COMP VALUE ZEROS.
           05  W-DUP-ENTRADA   OCCURS 0 TO 20000 TIMES
                               DEPENDING ON W-DUP-COUNT
                               ASCENDING KEY W-DUP-NUMPERSACC
                               INDEXED BY IX-DUP.
               10  W-DUP-NUMPERSACC    PIC 9(09).
               10  W-DUP-GRUPO         PIC 9(09).
       01  W-TABLA-DUPEMP.
           05  W-DEMP-COUNT    PIC 9(04)  COMP VALUE ZEROS.
           05  W-DEMP-ENTRADA  OCCURS 50 TIMES.
               10  W-DEMP-GRUPO        PIC 9(09).
               10  W-DEMP-NUMPERSACC   PIC 9(09).
               10  W-DEMP-MAX-ACUM     PIC S9(5)V99 COMP-3.
               10  W-DEMP-FECALTA      PIC X(10).
               10  W-DEMP-FECBAJA      PIC X(10).
               10  W-DEMP-MAX-VOTOS    PIC S9(5)V99 COMP-3.
               10  W-DEMP-VFECALTA     PIC X(10).
               10  W-DEMP-VFECBAJA     PIC X(10).
               10  W-DEMP-CAMINO       PIC X(01).
               10  W-DEMP-TRATADO      PIC X(01).
               10  W-DEMP-REG          PIC X(104).
       01  W-FIN-DUPIDENT      PIC 9(01)  VALUE ZEROS.
       01  W-DUP-ANTERIOR      PIC 9(09)  VALUE ZEROS.
       01  W-DUP-BUSCA         PIC 9(09)  VALUE ZEROS.
       01  W-DUP-ENCONTRADO    PIC X(01)  VALUE 'N'.
       01  W-IX-DE             PIC 9(04)  COMP VALUE ZEROS.
       01  W-IX-DM             PIC 9(04)  COMP VALUE ZEROS.
       01  W-IDG-GRUPO         PIC 9(09)  VALUE ZEROS.
       01  W-IDG-MIEMBROS      PIC 9(04)  VALUE ZEROS.
       01  W-IDG-SUMA          PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  W-IDG-FECALTA       PIC X(10)  VALUE SPACES.
       01  W-IDG-FECBAJA       PIC X(10)  VALUE SPACES.
       01  W-IDG-TITULAR       PIC X(01)  VALUE 'N'.
       01  W-IDG-VOTOS         PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  W-IDG-VFECALTA      PIC X(10)  VALUE SPACES.
       01  W-IDG-VFECBAJA      PIC X(10)  VALUE SPACES.
       01  W-IDG-MEDIDA        PIC X(04)  VALUE SPACES.
      *
      * REGISTRO DE PUNTO DE CONTROL (FICHERO CHKPT)
       01  W-REG-CHK.
           05  CHK-NUMPERSEMP-CERRADA  PIC S9(9)  COMP.
           05  CHK-NUMPERSEMP-SIGUIENTE
                                       PIC S9(9)  COMP.
           05  CHK-BANDA               PIC 9(02).
           05  CHK-FECHA-ASOF          PIC X(10).
           05  CHK-PORCENTMIN          PIC S9(3)  COMP-3.
           05  CHK-ROLES004            PIC 9(03).
           05  CHK-EMPRESAS            PIC 9(10)  COMP.
           05  CHK-LEIDOS              PIC 9(10)  COMP.
           05  CHK-ESCRITOS            PIC 9(10)  COMP.
           05  CHK-EXCEPCIONES         PIC 9(10)  COMP.
           05  CHK-AUDITORIAS          PIC 9(10)  COMP.
           05  CHK-DESCARTES-ASOF      PIC 9(10)  COMP.
           05  CHK-DESCARTES-DEM       PIC 9(10)  COMP.
           05  CHK-TRATADOS            PIC 9(10)  COMP.
           05  CHK-PERDIDOS-DESB       PIC 9(10)  COMP.
           05  CHK-ORDEN-INVALIDO      PIC 9(10)  COMP.
           05  CHK-GRUPOS-FICH         PIC 9(10)  COMP.
           05  CHK-FUERA-PARTICION     PIC 9(10)  COMP.
           05  CHK-PARTICION           PIC 9(02).
           05  CHK-CNT-ORDEN-CERO      PIC 9(09)  COMP.
           05  CHK-CNT-ORDEN-TAB       PIC X(396).
           05  CHK-FECHA-DECL          PIC X(10).
           05  CHK-DECLARADOS          PIC 9(10)  COMP.
           05  CHK-DECLARACIONES       PIC X(01).
           05  CHK-IDENT-DUPLICADA     PIC 9(09)  COMP.
           05  CHK-DUP-CARGADOS        PIC 9(09)  COMP.
      *
      *-----------------------------------------------------------------
      * COPYS DE ENTRADA/SALIDA
      *
       77  FS-EVSRT2            PIC XX.
      *
      *-----------------------------------------------------------------
      * Working de las FD del punto de control y rearranque
      *
       77  FS-CHKPT             PIC XX.
       77  FS-RSTWK             PIC XX.
      *
      *-----------------------------------------------------------------
      * Working de las FD de la ejecucion particionada
      *
       77  FS-EETP010R          PIC XX.
       77  FS-PE0006W           PIC XX.
      *
      *-----------------------------------------------------------------
      * Working de la FD del maestro de titulares declarados
      *
       77  FS-DECLUBO           PIC XX.
       77  FS-DUPIDENT          PIC XX.
       77  FS-FECHAR            PIC XX.
      *
      *-----------------------------------------------------------------
      *  Zona de recepcion de parametros  PARM=
      *
       01  SKL-PARM.
      *=================================================================
      * PARAMETRO DE ENTRADA (OPCIONAL): OPCIONES SEPARADAS POR ';'
      *    SIM=nnn,nnn,...   PORCENTAJES CANDIDATOS A SIMULAR
      *    CHK=nnnnn         PUNTO DE CONTROL CADA nnnnn EMPRESAS
      *    RST               REARRANQUE DESDE EL ULTIMO PUNTO DE CONTROL
      *    PART=nn           PARTICION nn DE LA TPA EETP010
      *=================================================================
       LINKAGE SECTION.
       01  PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM VARYING WS-BUCLE-10 FROM W-BANDA-INICIO BY 1
                   UNTIL WS-BUCLE-10 > 10
                      OR WS-FIN-ENTRADA = 1
               PERFORM TRATAMIENTO UNTIL WS-FIN-ENTRADA = 1
           END-IF
      *    EN MODO SIMULACION NO SE ABREN (NI SE TOCAN) LAS SALIDAS DE
      *    PRODUCCION: SOLO SE EMITE EL INFORME DE IMPACTO
      *    EN REARRANQUE LAS SALIDAS NO SE ABREN EN OUTPUT (SE
      *    PERDERIA LO GRABADO HASTA EL PUNTO DE CONTROL): SE RECORTAN
      *    Y SE PROLONGAN EN PREPARA-SALIDAS-REARRANQUE
           IF    NO-SIMULACION
           AND   NO-DEMANDA
           AND   NO-REARRANQUE
                 OPEN  OUTPUT   PE0001W
                 IF    FS-PE0001W  NOT EQUAL '00'
                       DISPLAY 'ERROR AL ABRIR ARCHIVO DE SALIDA '
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           IF    SI-PARTICION
                 PERFORM CARGA-PARTICION
           END-IF
           IF    SI-REARRANQUE
                 PERFORM LEE-PUNTO-CONTROL
                 PERFORM PREPARA-SALIDAS-REARRANQUE
           END-IF
           PERFORM CARGA-PORCENTMIN.
           PERFORM CARGA-EETP004.
           PERFORM ABRE-DECLARACIONES.
           PERFORM CARGA-IDENTIDADES.
           IF    SI-REARRANQUE
                 PERFORM REPOSICIONA-REARRANQUE
           ELSE
                 PERFORM LEE-ENTRADA-1RA
           END-IF
           IF    SI-PUNTO-CONTROL
                 PERFORM ABRE-PUNTO-CONTROL
           END-IF.

      *=================================================================
      * CARGA-SOLICITUDES-DEM: EMPRESAS SOLICITADAS DEL MODO DEMANDA.
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * CARGA-PARTICION: LEE LA TPA EETP010 Y TOMA EL RANGO NUMPERSEMP
      *      DE LA PARTICION W-PARTICION. LA TPA ENTERA SE VALIDA EN
      *      CADA PARTICION: PARTICIONES 01, 02, ... CONSECUTIVAS, LA
      *      PRIMERA DESDE 0, CADA UNA EMPEZANDO JUSTO DETRAS DE LA
      *      ANTERIOR Y LA ULTIMA HASTA 999999999. UN HUECO DEJARIA
      *      EMPRESAS SIN TRATAR Y UN SOLAPE LAS TRATARIA DOS VECES:
      *      EN AMBOS CASOS SE ABORTA SIN TOCAR NADA.
      *=================================================================

       CARGA-PARTICION.
           OPEN  INPUT    EETP010R
           IF    FS-EETP010R  NOT EQUAL '00'
                 DISPLAY 'EJECUCION PARTICIONADA SIN TPA EETP010 ('
                         FS-EETP010R ')'
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  ZEROS  TO  W-FIN-EETP010  W-PART-COUNT
           MOVE  ZEROS  TO  W-PART-SIGUIENTE
           MOVE  WLT-N  TO  W-PART-HALLADA
           PERFORM LEE-EETP010  UNTIL  W-FIN-EETP010 = 1
           CLOSE EETP010R
           IF    W-PART-COUNT  =  ZEROS
           OR    W-PART-HASTA-ANT  NOT =  WLT-NUMPERS-MAX
                 DISPLAY 'TPA EETP010 NO CUBRE HASTA ' WLT-NUMPERS-MAX
                 PERFORM ABNORMAL-ENDING
           END-IF
           IF    W-PART-HALLADA  =  WLT-N
                 DISPLAY 'PARTICION ' W-PARTICION
                         ' NO EXISTE EN LA TPA EETP010'
                 PERFORM ABNORMAL-ENDING
           END-IF
           DISPLAY 'PARTICION ' W-PARTICION ' DE ' W-PART-COUNT
                   ': NUMPERSEMP ' W-PART-DESDE ' A ' W-PART-HASTA.

       LEE-EETP010.
           READ  EETP010R
           EVALUATE FS-EETP010R
           WHEN     '00'
                 ADD   1  TO  W-PART-COUNT
                 IF    W-PART-COUNT  >  WLT-MAX-PART
                 OR    REG-EETP010R-PARTICION  NOT NUMERIC
                 OR    REG-EETP010R-DESDE      NOT NUMERIC
                 OR    REG-EETP010R-HASTA      NOT NUMERIC
                 OR    REG-EETP010R-PARTICION  NOT =  W-PART-COUNT
                 OR    REG-EETP010R-DESDE  NOT =  W-PART-SIGUIENTE
                 OR    REG-EETP010R-HASTA  <  REG-EETP010R-DESDE
                       DISPLAY 'TPA EETP010 INVALIDA EN LA PARTICION '
                               W-PART-COUNT ': ' REG-EETP010R
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  REG-EETP010R-HASTA  TO  W-PART-HASTA-ANT
                 COMPUTE W-PART-SIGUIENTE = REG-EETP010R-HASTA + 1
                 IF    REG-EETP010R-PARTICION  =  W-PARTICION
                       MOVE  WLT-S               TO  W-PART-HALLADA
                       MOVE  REG-EETP010R-DESDE  TO  W-PART-DESDE
                       MOVE  REG-EETP010R-HASTA  TO  W-PART-HASTA
                 END-IF
           WHEN     '10'
                 MOVE  1  TO  W-FIN-EETP010
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO EETP010R ' FS-EETP010R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * INTERPRETA-PARM: RECOGE EL PARM= DE LA JCL EN LA ZONA SKL-PARM
      *                  DEL SKELETON Y LO DESCOMPONE EN OPCIONES
      *    DESBORDADO TIRARIA EN SILENCIO LAS OPCIONES SOBRANTES
           UNSTRING SKL1PARM DELIMITED BY ';'
               INTO W-PARM-TOKEN(1) W-PARM-TOKEN(2) W-PARM-TOKEN(3)
                    W-PARM-TOKEN(4) W-PARM-TOKEN(5)
               ON OVERFLOW
                  DISPLAY 'PARM CON MAS DE 5 OPCIONES: ' SKL1PARM
                  PERFORM ABNORMAL-ENDING
           END-UNSTRING
           PERFORM VARYING W-I2 FROM 1 BY 1 UNTIL W-I2 > 5
              EVALUATE TRUE
              WHEN  W-PARM-TOKEN(W-I2)  =  SPACES
                    CONTINUE
                    PERFORM INTERPRETA-PARM-ASOF
              WHEN  W-PARM-TOKEN(W-I2)  =  'DEM'
                    MOVE  WLT-S  TO  SW-DEMANDA
              WHEN  W-PARM-TOKEN(W-I2)(1:4)  =  'CHK='
                    IF    W-PARM-TOKEN(W-I2)(5:5)  IS NUMERIC
                    AND   W-PARM-TOKEN(W-I2)(10:)  =  SPACES
                    AND   W-PARM-TOKEN(W-I2)(5:5)  >  '00000'
                          MOVE  W-PARM-TOKEN(W-I2)(5:5)  TO  W-FREC-CHK
                          MOVE  WLT-S  TO  SW-PUNTO-CONTROL
                    ELSE
                          DISPLAY 'PARM CHK= INVALIDO (SE ESPERAN 5 '
                                  'DIGITOS MAYORES QUE CERO): '
                                  W-PARM-TOKEN(W-I2)
                          PERFORM ABNORMAL-ENDING
                    END-IF
              WHEN  W-PARM-TOKEN(W-I2)  =  'RST'
                    MOVE  WLT-S  TO  SW-REARRANQUE
              WHEN  W-PARM-TOKEN(W-I2)(1:5)  =  'PART='
                    IF    W-PARM-TOKEN(W-I2)(6:2)  IS NUMERIC
                    AND   W-PARM-TOKEN(W-I2)(8:)  =  SPACES
                    AND   W-PARM-TOKEN(W-I2)(6:2)  >  '00'
                          MOVE  W-PARM-TOKEN(W-I2)(6:2) TO W-PARTICION
                          MOVE  WLT-S  TO  SW-PARTICION
                    ELSE
                          DISPLAY 'PARM PART= INVALIDO (SE ESPERAN 2 '
                                  'DIGITOS MAYORES QUE CERO): '
                                  W-PARM-TOKEN(W-I2)
                          PERFORM ABNORMAL-ENDING
                    END-IF
              WHEN  W-PARM-TOKEN(W-I2)(1:4)  =  'SIM='
                    PERFORM INTERPRETA-PARM-SIM
      *             UN SIM= MAL FORMADO NO PUEDE DEGENERAR EN UNA
           IF    SI-DEMANDA
                 DISPLAY 'MODO BAJO DEMANDA: SOLO LAS EMPRESAS DE '
                         'SOLICIT, SALIDAS EN PE0004W/PE0005W'
           END-IF
      *    EL PUNTO DE CONTROL PROTEGE LAS SALIDAS DE PRODUCCION: EN
      *    SIMULACION O DEMANDA NO HAY NADA QUE PROTEGER Y UN RST
      *    ALLI PROLONGARIA UNAS SALIDAS QUE ESE MODO NO ESCRIBE
           IF  ( SI-PUNTO-CONTROL  OR  SI-REARRANQUE )
           AND ( SI-SIMULACION     OR  SI-DEMANDA )
                 DISPLAY 'PARM CHK=/RST INCOMPATIBLE CON SIM= O DEM'
                 PERFORM ABNORMAL-ENDING
           END-IF
           IF    SI-PUNTO-CONTROL
                 DISPLAY 'PUNTO DE CONTROL CADA ' W-FREC-CHK
                         ' EMPRESAS'
           END-IF
           IF    SI-REARRANQUE
                 DISPLAY 'REARRANQUE DESDE EL ULTIMO PUNTO DE CONTROL'
           END-IF
      *    UNA PARTICION ES UN TROZO DE LA EJECUCION DE PRODUCCION: EN
      *    SIMULACION O DEMANDA SU RESULTADO NO SE FUSIONARIA NUNCA
           IF    SI-PARTICION
           AND ( SI-SIMULACION     OR  SI-DEMANDA )
                 DISPLAY 'PARM PART= INCOMPATIBLE CON SIM= O DEM'
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
                 MOVE  WLT-PORCENTMIN-DEF  TO  W-PORCENTMIN
           END-IF.

      *=================================================================
      * ABRE-DECLARACIONES: FIJA LA FECHA EN QUE SE EXIGE VIGENCIA A
      *      LAS DECLARACIONES (LA FECHA ASOF EN MODO RETROSPECTIVO,
      *      SI NO LA FECHA DE NEGOCIO DE FECHAR, PARA QUE UNA
      *      EJECUCION QUE CRUZA LA MEDIANOCHE O UNA REEJECUCION MIDAN
      *      LO MISMO Y LAS PARTICIONES COINCIDAN) Y ABRE EL MAESTRO
      *      DECLUBO. LA SIMULACION NO LEE FECHAR. SIN
      *      MAESTRO (FICHERO OPCIONAL AUSENTE O VACIO) SE AVISA Y EL
      *      CAMINO '7' QUEDA INACTIVO: LAS EMPRESAS SIN TITULAR VAN A
      *      PE0002W COMO HASTA AHORA. LA SIMULACION NO LO USA: MIDE EL
      *      EFECTO DEL PORCENTAJE MINIMO SOBRE LOS CAMINOS CALCULADOS.
      *=================================================================

       ABRE-DECLARACIONES.
           EVALUATE TRUE
           WHEN  SI-RETROSPECTIVA
                 MOVE  W-FECHA-ASOF  TO  W-FECHA-DECL
           WHEN  SI-SIMULACION
                 CONTINUE
           WHEN  OTHER
                 PERFORM LEE-FECHA-NEGOCIO
                 MOVE  W-FECHA-NEGOCIO(1:4)  TO  W-FECHA-DECL(1:4)
                 MOVE  '-'                   TO  W-FECHA-DECL(5:1)
                 MOVE  W-FECHA-NEGOCIO(5:2)  TO  W-FECHA-DECL(6:2)
                 MOVE  '-'                   TO  W-FECHA-DECL(8:1)
                 MOVE  W-FECHA-NEGOCIO(7:2)  TO  W-FECHA-DECL(9:2)
           END-EVALUATE
           IF    SI-SIMULACION
                 CONTINUE
           ELSE
                 OPEN  INPUT    DECLUBO
                 EVALUATE FS-DECLUBO
                 WHEN     '00'
                       SET   SI-DECLARACIONES  TO  TRUE
                       DISPLAY 'TITULARES DECLARADOS VIGENTES A '
                               W-FECHA-DECL
                 WHEN     '05'
                       CLOSE DECLUBO
                       DISPLAY 'AVISO: SIN MAESTRO DECLUBO, NO SE '
                               'APLICAN TITULARES DECLARADOS'
                 WHEN     '35'
                       DISPLAY 'AVISO: SIN MAESTRO DECLUBO, NO SE '
                               'APLICAN TITULARES DECLARADOS'
                 WHEN  OTHER
                       DISPLAY 'ERROR AL ABRIR DECLUBO ' FS-DECLUBO
                       PERFORM ABNORMAL-ENDING
                 END-EVALUATE
           END-IF.

      *=================================================================
      * LEE-FECHA-NEGOCIO: FECHA DE NEGOCIO AAAAMMDD DE LA TARJETA
      *      FECHAR. SIN ELLA NO HAY FECHA DE VIGENCIA FIABLE PARA LOS
      *      DECLARADOS Y EL PROCESO TERMINA.
      *=================================================================

       LEE-FECHA-NEGOCIO.
           OPEN  INPUT    FECHAR
           IF    FS-FECHAR  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR FECHAR ' FS-FECHAR
                 PERFORM ABNORMAL-ENDING
           END-IF
           READ  FECHAR  INTO  W-FECHA-NEGOCIO
           IF    FS-FECHAR  NOT EQUAL '00'
                 DISPLAY 'ERROR AL LEER FECHAR ' FS-FECHAR
                 PERFORM ABNORMAL-ENDING
           END-IF
           CLOSE FECHAR
           IF    W-FECHA-NEGOCIO  NOT NUMERIC
                 DISPLAY 'FECHA DE NEGOCIO INVALIDA EN FECHAR: '
                         W-FECHA-NEGOCIO
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CARGA-IDENTIDADES: CARGA EN W-TABLA-DUP LOS GRUPOS DE IDENTIDAD
      *      DUPLICADA DE DUPIDENT (PE80665). SIN FICHERO (OPCIONAL
      *      AUSENTE) SE AVISA Y EL CAMINO '8' QUEDA INACTIVO; VACIO ES
      *      LO NORMAL (NINGUN NUMIDENT REPETIDO). EL FICHERO DEBE
      *      VENIR ORDENADO POR NUMPERSACC PARA LA BUSQUEDA BINARIA: UN
      *      DESORDEN ABORTA; UN NUMPERSACC REPETIDO SE IGNORA. COMO
      *      LAS DECLARACIONES, LA SIMULACION NO LO USA.
      *=================================================================

       CARGA-IDENTIDADES.
           IF    SI-SIMULACION
                 CONTINUE
           ELSE
                 OPEN  INPUT    DUPIDENT
                 EVALUATE FS-DUPIDENT
                 WHEN     '00'
                       MOVE  ZEROS  TO  W-FIN-DUPIDENT  W-DUP-ANTERIOR
                       PERFORM LEE-DUPIDENT  UNTIL  W-FIN-DUPIDENT = 1
                       CLOSE DUPIDENT
                       SET   SI-DUPLICADOS  TO  TRUE
                       DISPLAY 'PERSONAS CON IDENTIDAD DUPLICADA '
                               W-DUP-COUNT
                 WHEN     '05'
                       CLOSE DUPIDENT
                       DISPLAY 'AVISO: SIN FICHERO DUPIDENT, NO SE '
                               'AGRUPAN IDENTIDADES DUPLICADAS'
                 WHEN     '35'
                       DISPLAY 'AVISO: SIN FICHERO DUPIDENT, NO SE '
                               'AGRUPAN IDENTIDADES DUPLICADAS'
                 WHEN  OTHER
                       DISPLAY 'ERROR AL ABRIR DUPIDENT ' FS-DUPIDENT
                       PERFORM ABNORMAL-ENDING
                 END-EVALUATE
           END-IF.

       LEE-DUPIDENT.
           READ  DUPIDENT
           EVALUATE FS-DUPIDENT
           WHEN     '00'
                 IF    PE8062G-NUMPERSACC  <  W-DUP-ANTERIOR
                       DISPLAY 'DUPIDENT NO ORDENADO POR NUMPERSACC: '
                               PE8062G-NUMPERSACC
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 IF    PE8062G-NUMPERSACC  =  W-DUP-ANTERIOR
                       CONTINUE
                 ELSE
                       IF    W-DUP-COUNT  <  WLT-MAX-DUP
                             ADD   1  TO  W-DUP-COUNT
                             MOVE  PE8062G-NUMPERSACC
                                   TO  W-DUP-NUMPERSACC(W-DUP-COUNT)
                             MOVE  PE8062G-GRUPO
                                   TO  W-DUP-GRUPO(W-DUP-COUNT)
                             MOVE  PE8062G-NUMPERSACC
                                   TO  W-DUP-ANTERIOR
                       ELSE
                             DISPLAY 'AVISO: DUPIDENT CON MAS DE '
                                     WLT-MAX-DUP ' PERSONAS, SE '
                                     'IGNORA EL RESTO'
                             MOVE  1  TO  W-FIN-DUPIDENT
                       END-IF
                 END-IF
           WHEN     '10'
                 MOVE  1  TO  W-FIN-DUPIDENT
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO DUPIDENT ' FS-DUPIDENT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * CARGA-EETP004: CARGA LA TPA EETP004 (ESTRUCTURA DE ROLES DE
      *                ADMINISTRADORES/DIRECTIVOS) EN W-TABLA-ESTRUC.
                   MOVE  WLT-N                TO SW-PRIMERA-EMPRESA
                   MOVE  WLT-N                TO SW-EMPRESA-CON-UBO
                   PERFORM  LIMPIA-FLAGS-EMPRESA-SIM
                   MOVE  ZEROS                TO W-DEMP-COUNT
                   MOVE  WS-PE8062I-NUMPERSEMP
                                               TO WS-NUMPERSEMP-ANT
                   MOVE  WS-PE8062I-ORDEN      TO W-ORDEN-EMP-ANT
           ELSE
                   IF    WS-PE8062I-NUMPERSEMP  NOT = WS-NUMPERSEMP-ANT
                         PERFORM  CIERRA-EMPRESA-ANTERIOR
                         PERFORM  TOMA-PUNTO-CONTROL
                         MOVE  WLT-N           TO SW-EMPRESA-CON-UBO
                         PERFORM  LIMPIA-FLAGS-EMPRESA-SIM
                         MOVE  ZEROS           TO W-DEMP-COUNT
                         MOVE  WS-PE8062I-NUMPERSEMP
                                               TO WS-NUMPERSEMP-ANT
                         MOVE  WS-PE8062I-ORDEN
                                               TO W-ORDEN-EMP-ANT
                   END-IF
           END-IF

           MOVE    ZEROS         TO   W-MAX-ACUM
                                      W-MAX-VOTOS
           MOVE    SPACES        TO   W-MAX-FECALTA
                                      W-MAX-FECBAJA
                                      W-MAX-REG
                                      W-MAXV-FECALTA
                                      W-MAXV-FECBAJA
                                      W-MAXV-REG
                                      W-MEDIDA
           MOVE    '4'           TO   W-CAMINO
           MOVE    0             TO   REG-ESCRITO
           MOVE    0             TO   REG-EN-TABLA CON-56-57-58
                   IF      SI-GRUPO-FIDEICOMISO
                           PERFORM  GRABA-AUDITORIA-FID
                   END-IF
                   IF      SI-DUPLICADOS
                   AND   ( W-MAX-ACUM   >  ZEROS
                      OR   W-MAX-VOTOS  >  ZEROS )
                           PERFORM  ANOTA-IDENTIDAD-DUPLICADA
                   END-IF
           END-IF

           PERFORM  PREP-T1R        VARYING VECES FROM 1 BY 1
      * CLASIFICA-EMPRESA-SIM: SOPORTE DEL MODO SIMULACION. POR CADA
      *      GRUPO SE ANOTA SI LA EMPRESA ALCANZA TITULAR POR
      *      PORCENTAJE (CON EL VIGENTE Y CON CADA CANDIDATO, USANDO
      *      LOS MAXIMOS ACUMULADOS DE CAPITAL W-MAX-ACUM Y DE VOTOS
      *      W-MAX-VOTOS DEL GRUPO: BASTA CUALQUIERA), SI DISPONE DE
      *      ADMINISTRADOR CON FIRMA (59) Y SI DISPONE DE DIRECTIVO
      *      CONTROLANTE (EETP004). AL CERRAR LA EMPRESA SE CLASIFICA
      *      POR EL MEJOR CAMINO DISPONIBLE: PORCENTAJE, FIRMA,
           END-IF.

       ACUMULA-FLAGS-SIM.
           IF    W-MAX-ACUM   >  W-PORCENTMIN
           OR    W-MAX-VOTOS  >  W-PORCENTMIN
                 MOVE  WLT-S  TO  W-EMP-PORC-REF
           END-IF
           PERFORM VARYING W-IC FROM 1 BY 1
                   UNTIL   W-IC  >  W-SIM-NUM-CAND
              IF    W-MAX-ACUM   >  SIM-PCT(W-IC)
              OR    W-MAX-VOTOS  >  SIM-PCT(W-IC)
                    MOVE  WLT-S  TO  SIM-EMP-PORC(W-IC)
              END-IF
           END-PERFORM
                                          TO W-ENLW-NUMPERS
                    MOVE T1R-PE8062I-PORPARTEMP(VECES2)
                                          TO W-ENLW-PCT
                    MOVE T1R-PE8062I-PORVOTEMP(VECES2)
                                          TO W-ENLW-VOT
                    PERFORM GUARDA-ENLACE-41
              END-IF
           END-PERFORM.
                MOVE WS-PE8062I-NIVELACC    TO W-ENLW-NIVEL
                MOVE WS-PE8062I-NUMPERSNIV  TO W-ENLW-NUMPERS
                MOVE WS-PE8062I-PORPARTEMP  TO W-ENLW-PCT
                MOVE WS-PE8062I-PORVOTEMP   TO W-ENLW-VOT
                PERFORM GUARDA-ENLACE-41
           END-IF
           ADD  1             TO      REG-EN-TABLA
                 MOVE  W-ENLW-NIVEL   TO  W-ENL-NIVEL(W-ENL-COUNT)
                 MOVE  W-ENLW-NUMPERS TO  W-ENL-NUMPERS(W-ENL-COUNT)
                 MOVE  W-ENLW-PCT     TO  W-ENL-PCT(W-ENL-COUNT)
                 MOVE  W-ENLW-VOT     TO  W-ENL-VOT(W-ENL-COUNT)
           ELSE
                 IF    NO-AVISO-ENLACES
                       DISPLAY 'AVISO: TABLA DE ENLACES ROL 41 LLENA ('
      *      HOLDING QUE TIENE EL 60% DEL CLIENTE = 36% EFECTIVO.
      *      SI LA CADENA ESTA INCOMPLETA (FALTA EL ENLACE DE ALGUN
      *      NIVEL) SE CONSERVA EL PRODUCTO ACUMULADO HASTA EL CORTE.
      *      LOS DERECHOS DE VOTO (PORVOTEMP) SE CONVIERTEN IGUAL, POR
      *      LA MISMA CADENA, CON LOS VOTOS DE CADA ENLACE.
      *=================================================================

       CALCULA-INDIRECTOS.
              AND T1R-PE8062I-NIVELACC(VECES2) > 1
                  MOVE T1R-PE8062I-PORPARTEMP(VECES2)
                                          TO W-PORC-EFECTIVO
                  MOVE T1R-PE8062I-PORVOTEMP(VECES2)
                                          TO W-VOTO-EFECTIVO
                  MOVE T1R-PE8062I-NIVELACC(VECES2)
                                          TO W-NIVEL-CADENA
                  MOVE T1R-PE8062I-NUMPERSNIV(VECES2)
                             OR SI-CADENA-ROTA
                  COMPUTE T1R-PE8062I-PORPARTEMP(VECES2) ROUNDED
                        = W-PORC-EFECTIVO
                  COMPUTE T1R-PE8062I-PORVOTEMP(VECES2) ROUNDED
                        = W-VOTO-EFECTIVO
              END-IF
           END-PERFORM.

      *=================================================================
      * BAJA-NIVEL-CADENA: DESCIENDE UN NIVEL DE LA CADENA DE
      *      SOCIEDADES INTERMEDIAS MULTIPLICANDO LA PARTICIPACION Y
      *      LOS VOTOS DEL ENLACE ROL 41 DEL NIVEL INFERIOR.
      *=================================================================

       BAJA-NIVEL-CADENA.
           IF   NO-CADENA-ROTA
                COMPUTE W-PORC-EFECTIVO ROUNDED = W-PORC-EFECTIVO
                      * T1R-PE8062I-PORPARTEMP(W-IX-ENLACE) / 100
                COMPUTE W-VOTO-EFECTIVO ROUNDED = W-VOTO-EFECTIVO
                      * T1R-PE8062I-PORVOTEMP(W-IX-ENLACE) / 100
                MOVE T1R-PE8062I-NUMPERSNIV(W-IX-ENLACE)
                                          TO W-PERS-CADENA
                SUBTRACT 1                FROM W-NIVEL-CADENA
      *    DOBLE BUCLE COSTABA ~25 MILLONES DE COMPARACIONES EN LOS
      *    GRUPOS CERCANOS AL TOPE DE 5000 RELACIONES).

      *    ESCRITURA DIRECTA: RELACION CUYO PROPIO PORCENTAJE DE
      *    CAPITAL O DE VOTOS SUPERA EL MINIMO (LOS ENLACES ROL 41
      *    NO SON TITULARES: YA HAN SERVIDO EN CALCULA-INDIRECTOS Y
      *    NO ACUMULAN AQUI; LAS
      *    FIGURAS DE FIDEICOMISO 74-77 TAMPOCO SALEN POR AQUI, LAS
      *    EMITE SIEMPRE GRABA-FIDEICOMISO Y SALDRIAN DUPLICADAS)
           PERFORM VARYING VECES FROM 1 BY 1 UNTIL VECES > T1R
                                          WLT-FIDEICOMITENTE
                 OR T1R-PE8062I-CODRELPEPE(VECES) >
                                          WLT-PROTECTOR )
              AND ( T1R-PE8062I-PORPARTEMP(VECES) > W-PORCENTMIN
                 OR T1R-PE8062I-PORVOTEMP(VECES)  > W-PORCENTMIN )
                  MOVE TITREA-1(VECES) TO WSS-PE8062O
                  MOVE T1R-PE8062I-ORDEN(VECES) TO WSS-PE8062O-ORDEN
                  PERFORM ESCRIBE-SALIDA-UNO
                  MOVE 'A'             TO W-EV-TIPO(W-EV-NUM)
                  MOVE T1R-PE8062I-PORPARTEMP(VECES)
                                       TO W-EV-PCT(W-EV-NUM)
                  MOVE T1R-PE8062I-PORVOTEMP(VECES)
                                       TO W-EV-VOT(W-EV-NUM)
                  MOVE VECES           TO W-EV-IDX(W-EV-NUM)
                  ADD  1  TO  W-EV-NUM
                  MOVE T1R-PE8062I-FECBAJA(VECES)
                  MOVE 'B'             TO W-EV-TIPO(W-EV-NUM)
                  MOVE T1R-PE8062I-PORPARTEMP(VECES)
                                       TO W-EV-PCT(W-EV-NUM)
                  MOVE T1R-PE8062I-PORVOTEMP(VECES)
                                       TO W-EV-VOT(W-EV-NUM)
                  MOVE VECES           TO W-EV-IDX(W-EV-NUM)
              END-IF
           END-PERFORM.

      *=================================================================
      * BARRIDO-CRONOLOGICO: UNA PASADA SOBRE LOS EVENTOS ORDENADOS.
      *      CADA ALTA SUMA SU PORPARTEMP (Y SU PORVOTEMP EN LA SUMA
      *      PARALELA DE VOTOS) Y CADA BAJA LO RESTA. SE
      *      EVALUA LA VENTANA VIGENTE CADA VEZ QUE LA COMPOSICION
      *      CAMBIA: AL CERRAR EL PAQUETE DE ALTAS DE UNA FECHA
      *      (VENTANA [FECHA DE ALTA, PROXIMA BAJA]) Y TAMBIEN AL
      *      QUE UNA ACUMULACION QUE SIGUE SUPERANDO EL MINIMO TRAS
      *      UNA BAJA CONSERVE SU TRAMO POSTERIOR, COMO EN LA
      *      ACUMULACION POR SOLAPES DE SIEMPRE. SI EL ACUMULADO
      *      DE CAPITAL O EL DE VOTOS SUPERA EL MINIMO SE GRABA UN
      *      TITREA-SAL CON LOS DOS ACUMULADOS Y LA VENTANA,
      *      SEMBRADO CON UNA RELACION ACTIVA EN ELLA
      *      (TRAS UNA BAJA, LA QUE ANTES CIERRA DE LAS QUE SIGUEN
      *      ACTIVAS, LOCALIZADA EN BUSCA-BAJA-ACTIVA).
      *=================================================================

       BARRIDO-CRONOLOGICO.
           MOVE ZEROS TO W-SUMA-ACTUAL  W-SUMA-VOTOS  W-ACTIVAS
           PERFORM VARYING W-IX-EV FROM 1 BY 1 UNTIL W-IX-EV > W-EV-NUM
              IF   W-EV-TIPO(W-IX-EV) = 'A'
                   ADD W-EV-PCT(W-IX-EV) TO W-SUMA-ACTUAL
                   ADD W-EV-VOT(W-IX-EV) TO W-SUMA-VOTOS
                   ADD 1                 TO W-ACTIVAS
                   MOVE 'S' TO W-ACTIVO(W-EV-IDX(W-IX-EV))
                   MOVE 0 TO W-EVALUA
                   END-IF
              ELSE
                   SUBTRACT W-EV-PCT(W-IX-EV) FROM W-SUMA-ACTUAL
                   SUBTRACT W-EV-VOT(W-IX-EV) FROM W-SUMA-VOTOS
                   SUBTRACT 1                 FROM W-ACTIVAS
                   MOVE 'N' TO W-ACTIVO(W-EV-IDX(W-IX-EV))
      *            AL CERRAR EL PAQUETE DE BAJAS DE UNA FECHA, SI
                MOVE W-SUMA-ACTUAL        TO W-MAX-ACUM
                MOVE W-VENT-FECALTA       TO W-MAX-FECALTA
                MOVE W-VENT-FECBAJA       TO W-MAX-FECBAJA
                MOVE TITREA-1(W-VENT-IDX) TO W-MAX-REG
           END-IF
           IF   W-SUMA-VOTOS  > W-MAX-VOTOS
                MOVE W-SUMA-VOTOS         TO W-MAX-VOTOS
                MOVE W-VENT-FECALTA       TO W-MAXV-FECALTA
                MOVE W-VENT-FECBAJA       TO W-MAXV-FECBAJA
                MOVE TITREA-1(W-VENT-IDX) TO W-MAXV-REG
           END-IF
      *    LAS VENTANAS DE UNA SOLA RELACION ACTIVA YA QUEDAN
      *    CUBIERTAS POR LA ESCRITURA DIRECTA: SOLO SE GRABA EL
      *    ACUMULADO CUANDO HAY ACUMULACION REAL (DOS O MAS ACTIVAS)
           IF   W-ACTIVAS     > 1
           AND ( W-SUMA-ACTUAL > W-PORCENTMIN
              OR W-SUMA-VOTOS  > W-PORCENTMIN )
                MOVE TITREA-1(W-VENT-IDX)
                                     TO TITREA-SAL
                MOVE T1R-PE8062I-ORDEN(W-VENT-IDX)
                MOVE W-VENT-FECALTA  TO SAL-PE8062I-FECALTA
                MOVE W-VENT-FECBAJA  TO SAL-PE8062I-FECBAJA
                MOVE W-SUMA-ACTUAL   TO SAL-PE8062I-PORPARTEMP
                MOVE W-SUMA-VOTOS    TO SAL-PE8062I-PORVOTEMP
                PERFORM ESCRIBE-SALIDA
           END-IF.

      *         EMITE SIEMPRE GRABA-FIDEICOMISO-FICHERO Y SALDRIAN
      *         DUPLICADAS (EN EL ACUMULADO DE EVENTOS SI ENTRAN,
      *         COMO EN EL MODO EN MEMORIA)
                IF ( GF-PORPARTEMP  >  W-PORCENTMIN
                  OR GF-PORVOTEMP   >  W-PORCENTMIN )
                AND  ( GF-CODRELPEPE  <  WLT-FIDEICOMITENTE
                  OR   GF-CODRELPEPE  >  WLT-PROTECTOR )
                     MOVE  W-REG-GRUPO-F  TO  WSS-PE8062O
                MOVE  GF-FECALTA      TO  SD-FECHA
                MOVE  'A'             TO  SD-TIPO
                MOVE  GF-PORPARTEMP   TO  SD-PCT
                MOVE  GF-PORVOTEMP    TO  SD-VOT
                MOVE  W-REG-GRUPO-F   TO  SD-REG
                RELEASE SD-EVENTO
                MOVE  GF-FECBAJA      TO  SD-FECHA

       CALCULA-EFECTIVO-F.
           MOVE GF-PORPARTEMP       TO W-PORC-EFECTIVO
           MOVE GF-PORVOTEMP        TO W-VOTO-EFECTIVO
           MOVE GF-NIVELACC         TO W-NIVEL-CADENA
           MOVE GF-NUMPERSNIV       TO W-PERS-CADENA
           MOVE WLT-N               TO SW-CADENA-ROTA
           PERFORM BAJA-NIVEL-CADENA-F
                   UNTIL W-NIVEL-CADENA NOT > 1
                      OR SI-CADENA-ROTA
           COMPUTE GF-PORPARTEMP ROUNDED = W-PORC-EFECTIVO
           COMPUTE GF-PORVOTEMP  ROUNDED = W-VOTO-EFECTIVO.

       BAJA-NIVEL-CADENA-F.
           PERFORM BUSCA-ENLACE-NIVEL-F
           IF   NO-CADENA-ROTA
                COMPUTE W-PORC-EFECTIVO ROUNDED = W-PORC-EFECTIVO
                      * W-ENL-PCT(W-IX-ENL) / 100
                COMPUTE W-VOTO-EFECTIVO ROUNDED = W-VOTO-EFECTIVO
                      * W-ENL-VOT(W-IX-ENL) / 100
                MOVE W-ENL-NUMPERS(W-IX-ENL)  TO W-PERS-CADENA
                SUBTRACT 1                    FROM W-NIVEL-CADENA
           END-IF.
      *      CONSTRUCCION ESTA VIVA EN TODA LA VENTANA. EL MAXIMO
      *      ACUMULADO DE UN GRUPO SE ALCANZA SIEMPRE AL CIERRE DE UN
      *      PAQUETE DE ALTAS (EL ACUMULADO SOLO SUBE CON ALTAS), ASI
      *      QUE W-MAX-ACUM, W-MAX-VOTOS Y LA DECISION DE TITULARIDAD
      *      COINCIDEN CON LAS DEL BARRIDO EN MEMORIA; LOS TRAMOS
      *      RESIDUALES TRAS UNA BAJA NO SE DESGLOSAN EN ESTE MODO.
      *=================================================================

       BARRIDO-FICHERO.
                 DISPLAY 'ERROR AL ABRIR EVSRT2 ' FS-EVSRT2
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  ZEROS  TO  W-SUMA-ACTUAL  W-SUMA-VOTOS  W-ACTIVAS-F
                            W-POS-EV  W-POS-AHEAD  W-FIN-EVF-AHEAD
           MOVE  'N'    TO  W-EVF-CUR-VAL  W-EVF-NEXT-VAL
           MOVE  SPACES TO  W-EVF-AHEAD
       TRATA-EVENTO-F.
           IF   W-EVF-CUR-TIPO = 'A'
                ADD W-EVF-CUR-PCT TO W-SUMA-ACTUAL
                ADD W-EVF-CUR-VOT TO W-SUMA-VOTOS
                ADD 1             TO W-ACTIVAS-F
                MOVE 0 TO W-EVALUA
                IF   W-EVF-NEXT-VAL = 'N'
                END-IF
           ELSE
                SUBTRACT W-EVF-CUR-PCT FROM W-SUMA-ACTUAL
                SUBTRACT W-EVF-CUR-VOT FROM W-SUMA-VOTOS
                SUBTRACT 1             FROM W-ACTIVAS-F
           END-IF
           PERFORM AVANZA-EVF.
                MOVE W-SUMA-ACTUAL        TO W-MAX-ACUM
                MOVE W-EVF-CUR-FECHA      TO W-MAX-FECALTA
                MOVE W-EVF-AHEAD-FECHA    TO W-MAX-FECBAJA
                MOVE W-EVF-CUR-REG        TO W-MAX-REG
           END-IF
           IF   W-SUMA-VOTOS  > W-MAX-VOTOS
                MOVE W-SUMA-VOTOS         TO W-MAX-VOTOS
                MOVE W-EVF-CUR-FECHA      TO W-MAXV-FECALTA
                MOVE W-EVF-AHEAD-FECHA    TO W-MAXV-FECBAJA
                MOVE W-EVF-CUR-REG        TO W-MAXV-REG
           END-IF
      *    COMO EN EVALUA-VENTANA: SOLO SE GRABA EL ACUMULADO CUANDO
      *    HAY ACUMULACION REAL (DOS O MAS RELACIONES ACTIVAS)
           IF   W-ACTIVAS-F   > 1
           AND ( W-SUMA-ACTUAL > W-PORCENTMIN
              OR W-SUMA-VOTOS  > W-PORCENTMIN )
                MOVE W-EVF-CUR-REG     TO TITREA-SAL
                MOVE W-EVF-CUR-FECHA   TO SAL-PE8062I-FECALTA
                MOVE W-EVF-AHEAD-FECHA TO SAL-PE8062I-FECBAJA
                MOVE W-SUMA-ACTUAL     TO SAL-PE8062I-PORPARTEMP
                MOVE W-SUMA-VOTOS      TO SAL-PE8062I-PORVOTEMP
                PERFORM ESCRIBE-SALIDA
           END-IF.

      *      NUMPERSACC CON EL CAMINO DE DECISION ('1' PORCENTAJE 56/
      *      57/58, '2' FIRMA 59, '3' DIRECTIVO EETP004, '4' SIN
      *      TITULAR REAL), EL PORCENTAJE ACUMULADO GANADOR Y SU
      *      VENTANA (EN EL CAMINO '1', LOS DE LA MEDIDA QUE SUPERA EL
      *      MINIMO: CAPITAL, VOTOS O AMBAS, ANOTADA EN MEDIDA; CON
      *      AMBAS SE ANOTA EL CAPITAL), EL MINIMO EE003 APLICADO, LAS
      *      FILAS EETP004
      *      VIGENTES Y EL NUMERO DE RELACIONES EVALUADAS. LOS GRUPOS
      *      CON FIDEICOMISO LLEVAN ADEMAS UN SEGUNDO REGISTRO CON
      *      CAMINO '6' Y EL NUMERO DE FIGURAS EMITIDAS
           MOVE    T1R-PE8062I-NUMPERSACC(1)
                                            TO   WSS-PE0003O-NUMPERSACC
           MOVE    W-CAMINO                TO   WSS-PE0003O-CAMINO
           IF      W-CAMINO  =  '1'
                   PERFORM DETERMINA-MEDIDA
                   MOVE  W-MEDIDA          TO   WSS-PE0003O-MEDIDA
           END-IF
           EVALUATE TRUE
           WHEN    MEDIDA-VOTOS
                   MOVE  W-MAX-VOTOS       TO   WSS-PE0003O-PORACUM
                   MOVE  W-MAXV-FECALTA    TO   WSS-PE0003O-FECALTA
                   MOVE  W-MAXV-FECBAJA    TO   WSS-PE0003O-FECBAJA
           WHEN    W-MAX-ACUM  >  ZEROS
                   MOVE  W-MAX-ACUM        TO   WSS-PE0003O-PORACUM
                   MOVE  W-MAX-FECALTA     TO   WSS-PE0003O-FECALTA
                   MOVE  W-MAX-FECBAJA     TO   WSS-PE0003O-FECBAJA
           WHEN    OTHER
                   MOVE  ZEROS             TO   WSS-PE0003O-PORACUM
           END-EVALUATE
           MOVE    W-PORCENTMIN            TO   WSS-PE0003O-PORCENTMIN
           MOVE    W-C1                    TO   WSS-PE0003O-ROLES004
      *    EL CAMPO DE AUDITORIA ES DE 4 DIGITOS: LOS GRUPOS EN MODO
           END-IF
           PERFORM ESCRIBE-AUDITORIA-REG.

      *=================================================================
      * DETERMINA-MEDIDA: QUE MEDIDA DEL GRUPO SUPERA EL MINIMO EE003
      *      (LOS MAXIMOS ACUMULADOS SE ALCANZAN EN LAS VENTANAS DE LAS
      *      QUE SALEN LAS ESCRITURAS POR PORCENTAJE, ASI QUE CON EL
      *      CAMINO '1' AL MENOS UNA LO SUPERA).
      *=================================================================

       DETERMINA-MEDIDA.
           EVALUATE TRUE
           WHEN    W-MAX-ACUM   >  W-PORCENTMIN
           AND     W-MAX-VOTOS  >  W-PORCENTMIN
                   MOVE  'AMBA'            TO   W-MEDIDA
           WHEN    W-MAX-ACUM   >  W-PORCENTMIN
                   MOVE  'CAPI'            TO   W-MEDIDA
           WHEN    W-MAX-VOTOS  >  W-PORCENTMIN
                   MOVE  'VOTO'            TO   W-MEDIDA
           WHEN    OTHER
                   MOVE  SPACES            TO   W-MEDIDA
           END-EVALUATE.

      *=================================================================
      * GRABA-AUDITORIA-FID: REGISTRO ADICIONAL DE AUDITORIA (CAMINO
      *      '6') PARA LOS GRUPOS CON FIDEICOMISO, CON EL NUMERO DE
                                   FS-PE0003W
                           PERFORM ABNORMAL-ENDING
                   END-IF
                   ADD     1               TO   REG-AUDITORIAS
           END-IF.

       CIERRA-EMPRESA-ANTERIOR.
           IF      SI-DUPLICADOS
           AND     W-DEMP-COUNT  >  1
                   PERFORM  APLICA-IDENTIDAD-DUPLICADA
           END-IF
           IF      NO-EMPRESA-CON-UBO
           AND     SI-DECLARACIONES
                   PERFORM  APLICA-DECLARACIONES
           END-IF
           IF      NO-EMPRESA-CON-UBO
                   PERFORM  ESCRIBE-EXCEPCION-SIN-UBO
           END-IF
                   PERFORM  CLASIFICA-EMPRESA-SIM
           END-IF.

      *=================================================================
      * APLICA-DECLARACIONES: LA EMPRESA QUE SE CIERRA NO TIENE
      *      TITULAR REAL POR PORCENTAJE, FIRMA NI DIRECTIVO. ANTES DE
      *      DEJARLA EN PE0002W SE RECORREN SUS DECLARACIONES EN
      *      DECLUBO: CADA UNA VIGENTE EN W-FECHA-DECL SE EMITE EN
      *      PE0001W CON SU ROL Y PORCENTAJE DECLARADOS Y UN REGISTRO
      *      DE AUDITORIA CON CAMINO '7'. LAS CADUCADAS O AUN NO
      *      VIGENTES SE IGNORAN; SI NO QUEDA NINGUNA, LA EMPRESA SIGUE
      *      SIN TITULAR REAL.
      *=================================================================

       APLICA-DECLARACIONES.
           MOVE    ZEROS                   TO   W-FIN-DECLUBO
           MOVE    WS-NUMPERSEMP-ANT       TO   PE8062D-NUMPERSEMP
           MOVE    ZEROS                   TO   PE8062D-NUMPERSACC
           START   DECLUBO  KEY  NOT LESS  PE8062D-CLAVE
           EVALUATE FS-DECLUBO
           WHEN     '00'
                 PERFORM LEE-DECLARACION
                 PERFORM GRABA-DECLARADO  UNTIL  W-FIN-DECLUBO = 1
           WHEN     '23'
                 CONTINUE
           WHEN  OTHER
                 DISPLAY 'ERROR POSICIONANDO DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LEE-DECLARACION.
           READ    DECLUBO  NEXT
           EVALUATE FS-DECLUBO
           WHEN     '00'
                 IF    PE8062D-NUMPERSEMP  NOT =  WS-NUMPERSEMP-ANT
                       MOVE  1  TO  W-FIN-DECLUBO
                 END-IF
           WHEN     '10'
                 MOVE  1        TO   W-FIN-DECLUBO
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       GRABA-DECLARADO.
           IF      PE8062D-FECDECLA  NOT >  W-FECHA-DECL
           AND     PE8062D-FECCADUC      >  W-FECHA-DECL
                   MOVE    PE8062D-NUMPERSEMP  TO WSS-PE8062O-NUMPERSEMP
                   MOVE    PE8062D-NUMPERSACC  TO WSS-PE8062O-NUMPERSACC
                   MOVE    ZEROS               TO WSS-PE8062O-NUMPERSNIV
                                                  WSS-PE8062O-NIVELACC
                   MOVE    PE8062D-CODRELPEPE  TO WSS-PE8062O-CODRELPEPE
                   MOVE    SPACES              TO WSS-PE8062O-TMSTALTA
                                                  WSS-PE8062O-HORULTACT
                   MOVE    PE8062D-PORPARTEMP  TO WSS-PE8062O-PORPARTEMP
                   MOVE    ZEROS               TO WSS-PE8062O-PORVOTEMP
                   MOVE    PE8062D-FECDECLA    TO WSS-PE8062O-FECALTA
                   MOVE    PE8062D-FECCADUC    TO WSS-PE8062O-FECBAJA
                   MOVE    W-FECHA-DECL        TO WSS-PE8062O-FECULTACT
                   MOVE    WLT-DECLUBO         TO WSS-PE8062O-CODTERMINA
                   MOVE    PE8062D-ANALISTA    TO WSS-PE8062O-CODUSUARIO
                   MOVE    W-ORDEN-EMP-ANT     TO WSS-PE8062O-ORDEN
                   PERFORM ESCRIBE-SALIDA-UNO
                   MOVE    SPACES              TO WSS-PE0003O
                   MOVE    PE8062D-NUMPERSEMP  TO WSS-PE0003O-NUMPERSEMP
                   MOVE    PE8062D-NUMPERSACC  TO WSS-PE0003O-NUMPERSACC
                   SET     CAMINO-DECLARADO    TO TRUE
                   MOVE    PE8062D-PORPARTEMP  TO WSS-PE0003O-PORACUM
                   MOVE    PE8062D-FECDECLA    TO WSS-PE0003O-FECALTA
                   MOVE    PE8062D-FECCADUC    TO WSS-PE0003O-FECBAJA
                   MOVE    W-PORCENTMIN        TO WSS-PE0003O-PORCENTMIN
                   MOVE    W-C1                TO WSS-PE0003O-ROLES004
                   MOVE    ZEROS               TO WSS-PE0003O-NUMREL
                   PERFORM ESCRIBE-AUDITORIA-REG
                   MOVE    WLT-S               TO SW-EMPRESA-CON-UBO
                   ADD     1                   TO REG-DECLARADOS
           END-IF
           PERFORM LEE-DECLARACION.

      *=================================================================
      * ANOTA-IDENTIDAD-DUPLICADA: SI EL NUMPERSACC DEL GRUPO RECIEN
      *      TRATADO ES UNA PERSONA DUPLICADA (W-TABLA-DUP), SE GUARDA
      *      EN W-TABLA-DUPEMP SUS MAXIMOS ACUMULADOS DE CAPITAL Y DE
      *      VOTOS, LA VENTANA DE CADA MAXIMO, EL CAMINO DECIDIDO Y LA
      *      RELACION BASE (LA DEL MAXIMO DE CAPITAL, O LA DEL DE VOTOS
      *      SI NO TIENE CAPITAL), PARA SUMARLOS CON LOS DEMAS MIEMBROS
      *      AL CERRAR LA EMPRESA.
      *=================================================================

       ANOTA-IDENTIDAD-DUPLICADA.
           MOVE    W-GRP-NUMPERSACC        TO   W-DUP-BUSCA
           MOVE    'N'                     TO   W-DUP-ENCONTRADO
           SET     IX-DUP                  TO   1
           SEARCH ALL W-DUP-ENTRADA
                   AT END
                        CONTINUE
                   WHEN W-DUP-NUMPERSACC(IX-DUP)  =  W-DUP-BUSCA
                        MOVE  'S'          TO   W-DUP-ENCONTRADO
           END-SEARCH
           IF      W-DUP-ENCONTRADO  =  'S'
                   IF      W-DEMP-COUNT  <  WLT-MAX-DUPEMP
                           ADD   1         TO   W-DEMP-COUNT
                           MOVE  W-DUP-GRUPO(IX-DUP)
                                 TO  W-DEMP-GRUPO(W-DEMP-COUNT)
                           MOVE  W-DUP-BUSCA
                                 TO  W-DEMP-NUMPERSACC(W-DEMP-COUNT)
                           MOVE  W-MAX-ACUM
                                 TO  W-DEMP-MAX-ACUM(W-DEMP-COUNT)
                           MOVE  W-MAX-FECALTA
                                 TO  W-DEMP-FECALTA(W-DEMP-COUNT)
                           MOVE  W-MAX-FECBAJA
                                 TO  W-DEMP-FECBAJA(W-DEMP-COUNT)
                           MOVE  W-MAX-VOTOS
                                 TO  W-DEMP-MAX-VOTOS(W-DEMP-COUNT)
                           MOVE  W-MAXV-FECALTA
                                 TO  W-DEMP-VFECALTA(W-DEMP-COUNT)
                           MOVE  W-MAXV-FECBAJA
                                 TO  W-DEMP-VFECBAJA(W-DEMP-COUNT)
                           MOVE  W-CAMINO
                                 TO  W-DEMP-CAMINO(W-DEMP-COUNT)
                           MOVE  'N'
                                 TO  W-DEMP-TRATADO(W-DEMP-COUNT)
                           IF    W-MAX-ACUM  >  ZEROS
                                 MOVE  W-MAX-REG
                                       TO  W-DEMP-REG(W-DEMP-COUNT)
                           ELSE
                                 MOVE  W-MAXV-REG
                                       TO  W-DEMP-REG(W-DEMP-COUNT)
                           END-IF
                   ELSE
                           DISPLAY 'AVISO: EMPRESA ' W-GRP-NUMPERSEMP
                                   ' CON MAS DE ' WLT-MAX-DUPEMP
                                   ' PERSONAS DUPLICADAS'
                   END-IF
           END-IF.

      *=================================================================
      * APLICA-IDENTIDAD-DUPLICADA: AL CERRAR LA EMPRESA, CADA GRUPO DE
      *      IDENTIDAD CON DOS O MAS MIEMBROS EN ELLA SE EVALUA COMO
      *      UNA SOLA PERSONA: SUMA DE LOS MAXIMOS DE SUS MIEMBROS EN
      *      LA VENTANA COMUN (LA ALTA MAS TARDIA Y LA BAJA MAS
      *      TEMPRANA), POR SEPARADO PARA EL CAPITAL Y PARA LOS VOTOS
      *      (CADA VENTANA COMUN SOLO CON LOS MIEMBROS QUE APORTAN A
      *      ESA MEDIDA). SI EN ALGUNA DE LAS DOS LA VENTANA COMUN NO
      *      ES VACIA Y LA SUMA SUPERA EL MINIMO EE003, Y NINGUN
      *      MIEMBRO ERA YA TITULAR POR PORCENTAJE (CAMINO '1'), CADA
      *      MIEMBRO SE EMITE EN PE0001W CON LAS DOS SUMAS Y LA
      *      VENTANA COMUN DE LA MEDIDA QUE DECIDE (EL CAPITAL SI SON
      *      AMBAS), Y EN PE0003W CON CAMINO '8', LA MEDIDA Y EL
      *      NUMERO DE MIEMBROS EN NUMREL.
      *=================================================================

       APLICA-IDENTIDAD-DUPLICADA.
           PERFORM VARYING W-IX-DE FROM 1 BY 1
                   UNTIL   W-IX-DE  >  W-DEMP-COUNT
              IF    W-DEMP-TRATADO(W-IX-DE)  =  'N'
                    PERFORM  EVALUA-GRUPO-IDENTIDAD
              END-IF
           END-PERFORM.

       EVALUA-GRUPO-IDENTIDAD.
           MOVE    W-DEMP-GRUPO(W-IX-DE)   TO   W-IDG-GRUPO
           MOVE    ZEROS                   TO   W-IDG-MIEMBROS
                                                W-IDG-SUMA
                                                W-IDG-VOTOS
           MOVE    LOW-VALUES              TO   W-IDG-FECALTA
                                                W-IDG-VFECALTA
           MOVE    WLT-FECHA-MAX           TO   W-IDG-FECBAJA
                                                W-IDG-VFECBAJA
           MOVE    'N'                     TO   W-IDG-TITULAR
           PERFORM VARYING W-IX-DM FROM W-IX-DE BY 1
                   UNTIL   W-IX-DM  >  W-DEMP-COUNT
              IF    W-DEMP-GRUPO(W-IX-DM)  =  W-IDG-GRUPO
                    MOVE  'S'  TO  W-DEMP-TRATADO(W-IX-DM)
                    ADD   1    TO  W-IDG-MIEMBROS
                    IF    W-DEMP-MAX-ACUM(W-IX-DM)  >  ZEROS
                          PERFORM  SUMA-CAPITAL-IDENTIDAD
                    END-IF
                    IF    W-DEMP-MAX-VOTOS(W-IX-DM)  >  ZEROS
                          PERFORM  SUMA-VOTOS-IDENTIDAD
                    END-IF
                    IF    W-DEMP-CAMINO(W-IX-DM)  =  '1'
                          MOVE  'S'  TO  W-IDG-TITULAR
                    END-IF
              END-IF
           END-PERFORM
           MOVE    SPACES                  TO   W-IDG-MEDIDA
           IF      W-IDG-SUMA      >  W-PORCENTMIN
           AND     W-IDG-FECALTA  NOT >  W-IDG-FECBAJA
                   MOVE  'CAPI'            TO   W-IDG-MEDIDA
           END-IF
           IF      W-IDG-VOTOS     >  W-PORCENTMIN
           AND     W-IDG-VFECALTA NOT >  W-IDG-VFECBAJA
                   IF    W-IDG-MEDIDA  =  'CAPI'
                         MOVE  'AMBA'      TO   W-IDG-MEDIDA
                   ELSE
                         MOVE  'VOTO'      TO   W-IDG-MEDIDA
                         MOVE  W-IDG-VFECALTA
                                           TO   W-IDG-FECALTA
                         MOVE  W-IDG-VFECBAJA
                                           TO   W-IDG-FECBAJA
                   END-IF
           END-IF
           IF      W-IDG-MIEMBROS  >  1
           AND     W-IDG-TITULAR   =  'N'
           AND     W-IDG-MEDIDA   NOT =  SPACES
                   PERFORM VARYING W-IX-DM FROM W-IX-DE BY 1
                           UNTIL   W-IX-DM  >  W-DEMP-COUNT
                      IF    W-DEMP-GRUPO(W-IX-DM)  =  W-IDG-GRUPO
                            PERFORM  GRABA-MIEMBRO-IDENTIDAD
                      END-IF
                   END-PERFORM
                   MOVE    WLT-S           TO   SW-EMPRESA-CON-UBO
           END-IF.

       SUMA-CAPITAL-IDENTIDAD.
           ADD     W-DEMP-MAX-ACUM(W-IX-DM)  TO  W-IDG-SUMA
           IF      W-DEMP-FECALTA(W-IX-DM)  >  W-IDG-FECALTA
                   MOVE  W-DEMP-FECALTA(W-IX-DM)  TO  W-IDG-FECALTA
           END-IF
           IF      W-DEMP-FECBAJA(W-IX-DM)  <  W-IDG-FECBAJA
                   MOVE  W-DEMP-FECBAJA(W-IX-DM)  TO  W-IDG-FECBAJA
           END-IF.

       SUMA-VOTOS-IDENTIDAD.
           ADD     W-DEMP-MAX-VOTOS(W-IX-DM) TO  W-IDG-VOTOS
           IF      W-DEMP-VFECALTA(W-IX-DM)  >  W-IDG-VFECALTA
                   MOVE  W-DEMP-VFECALTA(W-IX-DM) TO  W-IDG-VFECALTA
           END-IF
           IF      W-DEMP-VFECBAJA(W-IX-DM)  <  W-IDG-VFECBAJA
                   MOVE  W-DEMP-VFECBAJA(W-IX-DM) TO  W-IDG-VFECBAJA
           END-IF.

       GRABA-MIEMBRO-IDENTIDAD.
           MOVE    W-DEMP-REG(W-IX-DM)     TO   TITREA-SAL
           MOVE    W-IDG-FECALTA           TO   SAL-PE8062I-FECALTA
           MOVE    W-IDG-FECBAJA           TO   SAL-PE8062I-FECBAJA
           MOVE    W-IDG-SUMA              TO   SAL-PE8062I-PORPARTEMP
           MOVE    W-IDG-VOTOS             TO   SAL-PE8062I-PORVOTEMP
           PERFORM ESCRIBE-SALIDA
           MOVE    SPACES                  TO   WSS-PE0003O
           MOVE    WS-NUMPERSEMP-ANT       TO   WSS-PE0003O-NUMPERSEMP
           MOVE    W-DEMP-NUMPERSACC(W-IX-DM)
                                            TO   WSS-PE0003O-NUMPERSACC
           SET     CAMINO-IDENTIDAD        TO   TRUE
           MOVE    W-IDG-MEDIDA            TO   WSS-PE0003O-MEDIDA
           IF      MEDIDA-VOTOS
                   MOVE  W-IDG-VOTOS       TO   WSS-PE0003O-PORACUM
           ELSE
                   MOVE  W-IDG-SUMA        TO   WSS-PE0003O-PORACUM
           END-IF
           MOVE    W-IDG-FECALTA           TO   WSS-PE0003O-FECALTA
           MOVE    W-IDG-FECBAJA           TO   WSS-PE0003O-FECBAJA
           MOVE    W-PORCENTMIN            TO   WSS-PE0003O-PORCENTMIN
           MOVE    W-C1                    TO   WSS-PE0003O-ROLES004
           MOVE    W-IDG-MIEMBROS          TO   WSS-PE0003O-NUMREL
           PERFORM ESCRIBE-AUDITORIA-REG
           ADD     1                       TO   REG-IDENT-DUPLICADA.

       ESCRIBE-EXCEPCION-SIN-UBO.
           IF      NO-SIMULACION
           AND     NO-DEMANDA
           END-IF
           ADD     1                   TO   REG-EXCEPCIONES.

      *=================================================================
      * TOMA-PUNTO-CONTROL: TRAS CERRAR UNA EMPRESA, CADA W-FREC-CHK
      *      EMPRESAS SE GRABA EN CHKPT LO NECESARIO PARA REARRANCAR
      *      EN LA SIGUIENTE: LA EMPRESA CERRADA Y LA QUE EMPIEZA (EL
      *      REGISTRO EN CURSO, YA LEIDO Y CONTADO EN REG-LEIDOS), LA
      *      BANDA DE ORDEN, LOS REGISTROS GRABADOS EN CADA SALIDA Y
      *      TODOS LOS CONTADORES DE CUADRA-PROCESO. ANTES SE CIERRAN
      *      Y SE REABREN EN EXTEND LAS SALIDAS, PARA QUE LO QUE EL
      *      PUNTO DE CONTROL DA POR GRABADO ESTE REALMENTE EN DISCO.
      *=================================================================

       TOMA-PUNTO-CONTROL.
           ADD     1                   TO   W-EMPRESAS-CERRADAS
           IF      SI-PUNTO-CONTROL
                   ADD     1           TO   W-EMP-DESDE-CHK
                   IF      W-EMP-DESDE-CHK  NOT <  W-FREC-CHK
                           PERFORM  GRABA-PUNTO-CONTROL
                           MOVE  ZEROS  TO  W-EMP-DESDE-CHK
                   END-IF
           END-IF.

       GRABA-PUNTO-CONTROL.
           CLOSE   PE0001W
                   PE0002W
                   PE0003W
           PERFORM  ABRE-SALIDAS-EXTEND
           MOVE    SPACES                  TO   W-REG-CHK
           MOVE    WS-NUMPERSEMP-ANT       TO   CHK-NUMPERSEMP-CERRADA
           MOVE    WS-PE8062I-NUMPERSEMP   TO   CHK-NUMPERSEMP-SIGUIENTE
           MOVE    WS-BUCLE-10             TO   CHK-BANDA
           MOVE    W-FECHA-ASOF            TO   CHK-FECHA-ASOF
           MOVE    W-PORCENTMIN            TO   CHK-PORCENTMIN
           MOVE    W-C1                    TO   CHK-ROLES004
           MOVE    W-EMPRESAS-CERRADAS     TO   CHK-EMPRESAS
           MOVE    REG-LEIDOS              TO   CHK-LEIDOS
           MOVE    REG-ESCRITOS            TO   CHK-ESCRITOS
           MOVE    REG-EXCEPCIONES         TO   CHK-EXCEPCIONES
           MOVE    REG-AUDITORIAS          TO   CHK-AUDITORIAS
           MOVE    REG-DESCARTES-ASOF      TO   CHK-DESCARTES-ASOF
           MOVE    REG-DESCARTES-DEM       TO   CHK-DESCARTES-DEM
           MOVE    REG-TRATADOS            TO   CHK-TRATADOS
           MOVE    REG-PERDIDOS-DESB       TO   CHK-PERDIDOS-DESB
           MOVE    REG-ORDEN-INVALIDO      TO   CHK-ORDEN-INVALIDO
           MOVE    REG-GRUPOS-FICH         TO   CHK-GRUPOS-FICH
           MOVE    REG-FUERA-PARTICION     TO   CHK-FUERA-PARTICION
           MOVE    W-PARTICION             TO   CHK-PARTICION
           MOVE    W-CNT-ORDEN-CERO        TO   CHK-CNT-ORDEN-CERO
           MOVE    W-CNT-ORDEN-TAB         TO   CHK-CNT-ORDEN-TAB
           MOVE    W-FECHA-DECL            TO   CHK-FECHA-DECL
           MOVE    REG-DECLARADOS          TO   CHK-DECLARADOS
           MOVE    SW-DECLARACIONES        TO   CHK-DECLARACIONES
           MOVE    REG-IDENT-DUPLICADA     TO   CHK-IDENT-DUPLICADA
           MOVE    W-DUP-COUNT             TO   CHK-DUP-CARGADOS
           WRITE   REG-CHK  FROM  W-REG-CHK
           IF      FS-CHKPT  NOT EQUAL '00'
                   DISPLAY 'ERROR AL GRABAR PUNTO DE CONTROL ' FS-CHKPT
                   PERFORM ABNORMAL-ENDING
           END-IF
           CLOSE   CHKPT
           OPEN    EXTEND   CHKPT
           IF      FS-CHKPT  NOT EQUAL '00'
                   DISPLAY 'ERROR AL REABRIR CHKPT ' FS-CHKPT
                   PERFORM ABNORMAL-ENDING
           END-IF
           ADD     1                       TO   W-CNT-CHK
           MOVE    WS-NUMPERSEMP-ANT       TO   W-NUMPERSEMP
           MOVE    REG-LEIDOS              TO   REG-TOTAL
           DISPLAY 'PUNTO DE CONTROL TRAS EMPRESA ' W-NUMPERSEMP
                   ' LEIDOS ' REG-TOTAL.

       ABRE-SALIDAS-EXTEND.
           OPEN    EXTEND   PE0001W
           IF      FS-PE0001W  NOT EQUAL '00'
                   DISPLAY 'ERROR AL PROLONGAR PE0001W ' FS-PE0001W
                   PERFORM ABNORMAL-ENDING
           END-IF
           OPEN    EXTEND   PE0002W
           IF      FS-PE0002W  NOT EQUAL '00'
                   DISPLAY 'ERROR AL PROLONGAR PE0002W ' FS-PE0002W
                   PERFORM ABNORMAL-ENDING
           END-IF
           OPEN    EXTEND   PE0003W
           IF      FS-PE0003W  NOT EQUAL '00'
                   DISPLAY 'ERROR AL PROLONGAR PE0003W ' FS-PE0003W
                   PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * ABRE-PUNTO-CONTROL: EN UNA EJECUCION NUEVA CHKPT EMPIEZA
      *      VACIO; EN UN REARRANQUE SE PROLONGA, DE MODO QUE SI EL
      *      REARRANQUE VUELVE A CAER, SU ULTIMO REGISTRO SIGUE SIENDO
      *      EL PUNTO DE CONTROL MAS RECIENTE.
      *=================================================================

       ABRE-PUNTO-CONTROL.
           IF      SI-REARRANQUE
                   OPEN  EXTEND   CHKPT
           ELSE
                   OPEN  OUTPUT   CHKPT
           END-IF
           IF      FS-CHKPT  NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR CHKPT ' FS-CHKPT
                   PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * LEE-PUNTO-CONTROL: EL REARRANQUE PARTE DEL ULTIMO REGISTRO DE
      *      CHKPT. SIN PUNTO DE CONTROL (LA CAIDA FUE ANTES DEL
      *      PRIMERO) NO HAY NADA QUE REANUDAR: SE ABORTA Y SE RELANZA
      *      DESDE EL PRINCIPIO SIN RST. LA FECHA DE CORTE DEBE SER LA
      *      MISMA: MEZCLAR DOS FOTOS EN UNA SALIDA SERIA UN ERROR.
      *=================================================================

       LEE-PUNTO-CONTROL.
           OPEN    INPUT    CHKPT
           IF      FS-CHKPT  NOT EQUAL '00'
                   DISPLAY 'REARRANQUE SIN FICHERO CHKPT ' FS-CHKPT
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    ZEROS    TO   W-FIN-CHKPT  W-CNT-CHK
           PERFORM LEE-CHKPT  UNTIL  W-FIN-CHKPT = 1
           CLOSE   CHKPT
           IF      W-CNT-CHK  =  ZEROS
                   DISPLAY 'CHKPT SIN PUNTOS DE CONTROL: RELANZAR '
                           'DESDE EL PRINCIPIO SIN RST'
                   PERFORM ABNORMAL-ENDING
           END-IF
           IF      CHK-FECHA-ASOF  NOT =  W-FECHA-ASOF
                   DISPLAY 'REARRANQUE CON FECHA ASOF DISTINTA DE LA '
                           'DEL PUNTO DE CONTROL (' CHK-FECHA-ASOF ')'
                   PERFORM ABNORMAL-ENDING
           END-IF
           IF      CHK-PARTICION  NOT =  W-PARTICION
                   DISPLAY 'REARRANQUE CON PARTICION DISTINTA DE LA '
                           'DEL PUNTO DE CONTROL (' CHK-PARTICION ')'
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    CHK-NUMPERSEMP-CERRADA  TO   W-NUMPERSEMP
           MOVE    CHK-LEIDOS              TO   REG-TOTAL
           DISPLAY 'ULTIMO PUNTO DE CONTROL: EMPRESA ' W-NUMPERSEMP
                   ' LEIDOS ' REG-TOTAL.

       LEE-CHKPT.
           READ    CHKPT
           EVALUATE FS-CHKPT
           WHEN     '00'
                 ADD   1        TO   W-CNT-CHK
                 MOVE  REG-CHK  TO   W-REG-CHK
           WHEN     '10'
                 MOVE  1        TO   W-FIN-CHKPT
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CHKPT ' FS-CHKPT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * PREPARA-SALIDAS-REARRANQUE: CADA SALIDA DEBE QUEDAR CON LOS
      *      REGISTROS QUE TENIA AL TOMAR EL PUNTO DE CONTROL. LOS
      *      GRABADOS DESPUES (LA EMPRESA QUE SE ESTABA TRATANDO AL
      *      CAER) SE RECORTAN, PORQUE EL REARRANQUE LOS VOLVERA A
      *      GRABAR; SI FALTAN REGISTROS LA SALIDA NO ES LA DE ESTA
      *      EJECUCION Y SE ABORTA. DESPUES SE PROLONGAN EN EXTEND.
      *=================================================================

       PREPARA-SALIDAS-REARRANQUE.
           MOVE    1                  TO   W-RST-FICHERO
           MOVE    'PE0001W'          TO   W-RST-NOMBRE
           MOVE    CHK-ESCRITOS       TO   W-RST-ESPERADOS
           PERFORM AJUSTA-SALIDA-REARRANQUE
           MOVE    2                  TO   W-RST-FICHERO
           MOVE    'PE0002W'          TO   W-RST-NOMBRE
           MOVE    CHK-EXCEPCIONES    TO   W-RST-ESPERADOS
           PERFORM AJUSTA-SALIDA-REARRANQUE
           MOVE    3                  TO   W-RST-FICHERO
           MOVE    'PE0003W'          TO   W-RST-NOMBRE
           MOVE    CHK-AUDITORIAS     TO   W-RST-ESPERADOS
           PERFORM AJUSTA-SALIDA-REARRANQUE
           PERFORM ABRE-SALIDAS-EXTEND.

       AJUSTA-SALIDA-REARRANQUE.
           PERFORM RST-ABRE-SALIDA-INPUT
           MOVE    ZEROS    TO   W-RST-EXISTENTES  W-RST-FIN
           PERFORM RST-LEE-SALIDA
           PERFORM RST-CUENTA-SALIDA  UNTIL  W-RST-FIN = 1
           PERFORM RST-CIERRA-SALIDA
           EVALUATE TRUE
           WHEN  W-RST-EXISTENTES  <  W-RST-ESPERADOS
                 MOVE    W-RST-EXISTENTES  TO   REG-TOTAL
                 DISPLAY W-RST-NOMBRE ' CON MENOS REGISTROS ('
                         REG-TOTAL ') QUE EN EL PUNTO DE CONTROL'
                 PERFORM ABNORMAL-ENDING
           WHEN  W-RST-EXISTENTES  >  W-RST-ESPERADOS
                 PERFORM RECORTA-SALIDA-REARRANQUE
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE.

       RST-CUENTA-SALIDA.
           ADD     1        TO   W-RST-EXISTENTES
           PERFORM RST-LEE-SALIDA.

      *    RECORTE EN DOS PASOS: LOS W-RST-ESPERADOS PRIMEROS
      *    REGISTROS A RSTWK Y DE VUELTA A LA SALIDA EN OUTPUT
       RECORTA-SALIDA-REARRANQUE.
           COMPUTE W-RST-SALTADOS = W-RST-EXISTENTES - W-RST-ESPERADOS
           MOVE    W-RST-SALTADOS  TO   REG-TOTAL
           DISPLAY W-RST-NOMBRE ': SE DESCARTAN ' REG-TOTAL
                   ' REGISTROS POSTERIORES AL PUNTO DE CONTROL'
           PERFORM RST-ABRE-SALIDA-INPUT
           OPEN    OUTPUT   RSTWK
           IF      FS-RSTWK  NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR RSTWK ' FS-RSTWK
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    ZEROS    TO   W-RST-FIN
           PERFORM RST-COPIA-A-RSTWK  W-RST-ESPERADOS TIMES
           PERFORM RST-CIERRA-SALIDA
           CLOSE   RSTWK
           OPEN    INPUT    RSTWK
           IF      FS-RSTWK  NOT EQUAL '00'
                   DISPLAY 'ERROR AL REABRIR RSTWK ' FS-RSTWK
                   PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM RST-ABRE-SALIDA-OUTPUT
           PERFORM RST-COPIA-DESDE-RSTWK  W-RST-ESPERADOS TIMES
           PERFORM RST-CIERRA-SALIDA
           CLOSE   RSTWK.

       RST-COPIA-A-RSTWK.
           PERFORM RST-LEE-SALIDA
           IF      W-RST-FIN  =  1
                   DISPLAY 'FIN INESPERADO DE ' W-RST-NOMBRE
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    SPACES   TO   REG-RSTWK
           EVALUATE W-RST-FICHERO
           WHEN  1
                 MOVE  REG-1W  TO  REG-RSTWK
           WHEN  2
                 MOVE  REG-2W  TO  REG-RSTWK(1:10)
           WHEN  3
                 MOVE  REG-3W  TO  REG-RSTWK(1:60)
           END-EVALUATE
           WRITE   REG-RSTWK
           IF      FS-RSTWK  NOT EQUAL '00'
                   DISPLAY 'ERROR AL GRABAR RSTWK ' FS-RSTWK
                   PERFORM ABNORMAL-ENDING
           END-IF.

       RST-COPIA-DESDE-RSTWK.
           READ    RSTWK
           IF      FS-RSTWK  NOT EQUAL '00'
                   DISPLAY 'ERROR LEYENDO RSTWK ' FS-RSTWK
                   PERFORM ABNORMAL-ENDING
           END-IF
           EVALUATE W-RST-FICHERO
           WHEN  1
                 MOVE  REG-RSTWK        TO  REG-1W
                 WRITE REG-1W
                 MOVE  FS-PE0001W       TO  W-RST-FS
           WHEN  2
                 MOVE  REG-RSTWK(1:10)  TO  REG-2W
                 WRITE REG-2W
                 MOVE  FS-PE0002W       TO  W-RST-FS
           WHEN  3
                 MOVE  REG-RSTWK(1:60)  TO  REG-3W
                 WRITE REG-3W
                 MOVE  FS-PE0003W       TO  W-RST-FS
           END-EVALUATE
           IF      W-RST-FS  NOT EQUAL '00'
                   DISPLAY 'ERROR AL RECORTAR ' W-RST-NOMBRE ' '
                           W-RST-FS
                   PERFORM ABNORMAL-ENDING
           END-IF.

       RST-ABRE-SALIDA-INPUT.
           EVALUATE W-RST-FICHERO
           WHEN  1
                 OPEN  INPUT    PE0001W
                 MOVE  FS-PE0001W  TO  W-RST-FS
           WHEN  2
                 OPEN  INPUT    PE0002W
                 MOVE  FS-PE0002W  TO  W-RST-FS
           WHEN  3
                 OPEN  INPUT    PE0003W
                 MOVE  FS-PE0003W  TO  W-RST-FS
           END-EVALUATE
           IF      W-RST-FS  NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR ' W-RST-NOMBRE
                           ' PARA REARRANQUE ' W-RST-FS
                   PERFORM ABNORMAL-ENDING
           END-IF.

       RST-ABRE-SALIDA-OUTPUT.
           EVALUATE W-RST-FICHERO
           WHEN  1
                 OPEN  OUTPUT   PE0001W
                 MOVE  FS-PE0001W  TO  W-RST-FS
           WHEN  2
                 OPEN  OUTPUT   PE0002W
                 MOVE  FS-PE0002W  TO  W-RST-FS
           WHEN  3
                 OPEN  OUTPUT   PE0003W
                 MOVE  FS-PE0003W  TO  W-RST-FS
           END-EVALUATE
           IF      W-RST-FS  NOT EQUAL '00'
                   DISPLAY 'ERROR AL REABRIR ' W-RST-NOMBRE ' '
                           W-RST-FS
                   PERFORM ABNORMAL-ENDING
           END-IF.

       RST-LEE-SALIDA.
           EVALUATE W-RST-FICHERO
           WHEN  1
                 READ  PE0001W
                 MOVE  FS-PE0001W  TO  W-RST-FS
           WHEN  2
                 READ  PE0002W
                 MOVE  FS-PE0002W  TO  W-RST-FS
           WHEN  3
                 READ  PE0003W
                 MOVE  FS-PE0003W  TO  W-RST-FS
           END-EVALUATE
           EVALUATE W-RST-FS
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 MOVE  1  TO  W-RST-FIN
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO ' W-RST-NOMBRE ' ' W-RST-FS
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       RST-CIERRA-SALIDA.
           EVALUATE W-RST-FICHERO
           WHEN  1
                 CLOSE PE0001W
           WHEN  2
                 CLOSE PE0002W
           WHEN  3
                 CLOSE PE0003W
           END-EVALUATE.

      *=================================================================
      * REPOSICIONA-REARRANQUE: SALTA EN PE0001R LOS CHK-LEIDOS
      *      REGISTROS YA CONTABILIZADOS (SIN VOLVER A CONTARLOS). EL
      *      ULTIMO ES EL PRIMERO DE LA EMPRESA QUE SEGUIA AL PUNTO DE
      *      CONTROL Y QUEDA COMO REGISTRO EN CURSO; SI NO ES ESA
      *      EMPRESA, LA ENTRADA NO ES LA MISMA Y SE ABORTA. LOS
      *      CONTADORES DEL CUADRE SE RESTAURAN TAL Y COMO ESTABAN, DE
      *      MODO QUE EL CUADRE FINAL CIERRA COMO EN UNA EJECUCION
      *      COMPLETA. EL MINIMO EE003 Y LA TPA EETP004 TAMBIEN DEBEN
      *      SER LOS MISMOS: LAS DOS MITADES DE LA SALIDA SE HABRIAN
      *      DECIDIDO CON REGLAS DISTINTAS.
      *=================================================================

       REPOSICIONA-REARRANQUE.
           IF      CHK-PORCENTMIN  NOT =  W-PORCENTMIN
           OR      CHK-ROLES004    NOT =  W-C1
                   DISPLAY 'TPA EE003/EETP004 DISTINTA DE LA DEL PUNTO '
                           'DE CONTROL: RELANZAR DESDE EL PRINCIPIO'
                   PERFORM ABNORMAL-ENDING
           END-IF
           IF      CHK-DECLARACIONES  NOT =  SW-DECLARACIONES
                   DISPLAY 'MAESTRO DECLUBO DISPONIBLE DISTINTO QUE EN '
                           'EL PUNTO DE CONTROL: RELANZAR DESDE EL '
                           'PRINCIPIO'
                   PERFORM ABNORMAL-ENDING
           END-IF
           IF      CHK-DUP-CARGADOS  NOT =  W-DUP-COUNT
                   DISPLAY 'FICHERO DUPIDENT DISTINTO QUE EN EL PUNTO '
                           'DE CONTROL: RELANZAR DESDE EL PRINCIPIO'
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    CHK-FECHA-DECL          TO   W-FECHA-DECL
           MOVE    CHK-DECLARADOS          TO   REG-DECLARADOS
           MOVE    CHK-IDENT-DUPLICADA     TO   REG-IDENT-DUPLICADA
           MOVE    ZEROS    TO   W-RST-SALTADOS
           PERFORM SALTA-REGISTRO-REARRANQUE
                   UNTIL W-RST-SALTADOS  NOT <  CHK-LEIDOS
           MOVE    REG-1R                  TO   WS-PE8062I
           IF      WS-PE8062I-NUMPERSEMP
                                   NOT =  CHK-NUMPERSEMP-SIGUIENTE
           OR      WS-PE8062I-ORDEN       NOT =  CHK-BANDA
                   DISPLAY 'PE0001R NO COINCIDE CON EL PUNTO DE '
                           'CONTROL: RELANZAR DESDE EL PRINCIPIO'
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    CHK-BANDA               TO   W-BANDA-INICIO
           MOVE    CHK-EMPRESAS            TO   W-EMPRESAS-CERRADAS
           MOVE    CHK-LEIDOS              TO   REG-LEIDOS
           MOVE    CHK-ESCRITOS            TO   REG-ESCRITOS
           MOVE    CHK-EXCEPCIONES         TO   REG-EXCEPCIONES
           MOVE    CHK-AUDITORIAS          TO   REG-AUDITORIAS
           MOVE    CHK-DESCARTES-ASOF      TO   REG-DESCARTES-ASOF
           MOVE    CHK-DESCARTES-DEM       TO   REG-DESCARTES-DEM
           MOVE    CHK-TRATADOS            TO   REG-TRATADOS
           MOVE    CHK-PERDIDOS-DESB       TO   REG-PERDIDOS-DESB
           MOVE    CHK-ORDEN-INVALIDO      TO   REG-ORDEN-INVALIDO
           MOVE    CHK-GRUPOS-FICH         TO   REG-GRUPOS-FICH
           MOVE    CHK-FUERA-PARTICION     TO   REG-FUERA-PARTICION
           MOVE    CHK-CNT-ORDEN-CERO      TO   W-CNT-ORDEN-CERO
           MOVE    CHK-CNT-ORDEN-TAB       TO   W-CNT-ORDEN-TAB
           MOVE    ZEROS                   TO   W-CNT-CHK
           MOVE    CHK-NUMPERSEMP-SIGUIENTE
                                           TO   W-NUMPERSEMP
           DISPLAY 'REANUDANDO EN LA EMPRESA ' W-NUMPERSEMP.

       SALTA-REGISTRO-REARRANQUE.
           READ    PE0001R
           IF      FS-PE0001R  NOT EQUAL '00'
                   DISPLAY 'PE0001R TERMINA ANTES DEL PUNTO DE CONTROL '
                           FS-PE0001R
                   PERFORM ABNORMAL-ENDING
           END-IF
           ADD     1        TO   W-RST-SALTADOS.

      *=================================================================
      * GRABA-CONTROL-PARTICION: TOTALES DEL CUADRE DE ESTA PARTICION
      *      EN PE0006W, CON SU RANGO Y SU RC, PARA QUE LA FUSION
      *      (PE80659) COMPRUEBE QUE ENTRE TODAS LAS PARTICIONES SE
      *      JUSTIFICA CADA REGISTRO DE PE0001R UNA SOLA VEZ Y QUE LAS
      *      SALIDAS FUSIONADAS TIENEN LOS REGISTROS QUE DEBEN.
      *=================================================================

       GRABA-CONTROL-PARTICION.
           OPEN    OUTPUT   PE0006W
           IF      FS-PE0006W  NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PE0006W ' FS-PE0006W
                   PERFORM ABNORMAL-ENDING
           END-IF
           MOVE    SPACES                  TO   W-REG-CONTROL-PART
           MOVE    W-PARTICION             TO   PE8062P-PARTICION
           MOVE    W-PART-DESDE            TO   PE8062P-DESDE
           MOVE    W-PART-HASTA            TO   PE8062P-HASTA
           MOVE    RETURN-CODE             TO   PE8062P-RC
           MOVE    W-FECHA-ASOF            TO   PE8062P-FECHA-ASOF
           MOVE    REG-LEIDOS              TO   PE8062P-LEIDOS
           MOVE    REG-FUERA-PARTICION     TO   PE8062P-FUERA-PARTICION
           MOVE    REG-TRATADOS            TO   PE8062P-TRATADOS
           MOVE    REG-DESCARTES-ASOF      TO   PE8062P-DESCARTES-ASOF
           MOVE    REG-PERDIDOS-DESB       TO   PE8062P-PERDIDOS-DESB
           MOVE    REG-ORDEN-INVALIDO      TO   PE8062P-ORDEN-INVALIDO
           MOVE    REG-ESCRITOS            TO   PE8062P-ESCRITOS
           MOVE    REG-EXCEPCIONES         TO   PE8062P-EXCEPCIONES
           MOVE    REG-AUDITORIAS          TO   PE8062P-AUDITORIAS
           MOVE    W-FECHA-DECL            TO   PE8062P-FECHA-DECL
           MOVE    REG-DECLARADOS          TO   PE8062P-DECLARADOS
           WRITE   REG-6W  FROM  W-REG-CONTROL-PART
           IF      FS-PE0006W  NOT EQUAL '00'
                   DISPLAY 'ERROR AL ESCRIBIR PE0006W ' FS-PE0006W
                   PERFORM ABNORMAL-ENDING
           END-IF
           CLOSE   PE0006W.

      *=================================================================
      * DESCARTA-FUERA-BANDA: CONSUME Y CUENTA EL REGISTRO PENDIENTE
      *      QUE NINGUNA BANDA 1-10 HA PODIDO TRATAR (ORDEN 0, ORDEN
           DISPLAY 'REGISTROS ESCRITOS EN SALIDA ' REG-TOTAL.
           MOVE    REG-EXCEPCIONES  TO        REG-TOTAL
           DISPLAY 'NUMPERSEMP EN EXCEPCIONES    ' REG-TOTAL.
           IF      SI-DECLARACIONES
                   MOVE    REG-DECLARADOS  TO  REG-TOTAL
                   DISPLAY 'TITULARES DECLARADOS (CAM 7) ' REG-TOTAL
                   CLOSE   DECLUBO
           END-IF
           IF      SI-DUPLICADOS
                   MOVE    REG-IDENT-DUPLICADA  TO  REG-TOTAL
                   DISPLAY 'TITULARES POR IDENT. (CAM 8) ' REG-TOTAL
           END-IF
           IF      SI-DEMANDA
                   MOVE    REG-DESCARTES-DEM  TO  REG-TOTAL
                   DISPLAY 'FUERA DE LAS EMPRESAS PEDIDAS ' REG-TOTAL
           IF      SI-SIMULACION
                   PERFORM  INFORME-SIMULACION
           END-IF
           IF      SI-PUNTO-CONTROL
                   MOVE    W-CNT-CHK   TO  REG-TOTAL
                   DISPLAY 'PUNTOS DE CONTROL TOMADOS    ' REG-TOTAL
                   CLOSE   CHKPT
           END-IF
           PERFORM  CUADRA-PROCESO
           IF      SI-PARTICION
                   PERFORM  GRABA-CONTROL-PARTICION
           END-IF
           CLOSE    PE0001R
           IF      SI-DEMANDA
                   CLOSE  PE0004W
           DISPLAY 'PERDIDOS POR DESBORDE TITREA ' REG-TOTAL
           MOVE    REG-ORDEN-INVALIDO  TO  REG-TOTAL
           DISPLAY 'FUERA DE BANDA DE ORDEN      ' REG-TOTAL
           IF      SI-PARTICION
                   MOVE    REG-FUERA-PARTICION  TO  REG-TOTAL
                   DISPLAY 'DE OTRAS PARTICIONES         ' REG-TOTAL
           END-IF
           COMPUTE W-CUADRE  =  REG-TRATADOS
                             +  REG-DESCARTES-ASOF
                             +  REG-DESCARTES-DEM
                             +  REG-PERDIDOS-DESB
                             +  REG-ORDEN-INVALIDO
                             +  REG-FUERA-PARTICION
           IF      REG-ORDEN-INVALIDO  >  ZEROS
                   DISPLAY 'AVISO: REGISTROS CON ORDEN FUERA DE LAS '
                           'BANDAS 1-10 O FUERA DE SECUENCIA'

       ABNORMAL-ENDING.
           CLOSE    PE0001R
           IF      SI-DECLARACIONES
                   CLOSE  DECLUBO
           END-IF
           IF      SI-PUNTO-CONTROL
                   CLOSE  CHKPT
           END-IF
           IF      SI-DEMANDA
                   CLOSE  PE0004W
                          PE0005W
                       ADD  1  TO  W-CNT-ORDEN-CERO
                 END-IF
                 PERFORM COMPRUEBA-EMPRESA-DEM
                 EVALUATE TRUE
                 WHEN  W-DEM-SOLICITADA  =  'N'
                       ADD   1  TO  REG-DESCARTES-DEM
      *          LAS EMPRESAS DE OTRA PARTICION SE SALTAN ANTES DE
      *          CUALQUIER OTRO FILTRO: CADA REGISTRO LO JUSTIFICA
      *          UNA SOLA PARTICION, LA SUYA
                 WHEN  SI-PARTICION
                 AND ( WS-PE8062I-NUMPERSEMP  <  W-PART-DESDE
                 OR    WS-PE8062I-NUMPERSEMP  >  W-PART-HASTA )
                       ADD   1  TO  REG-FUERA-PARTICION
                 WHEN  SI-RETROSPECTIVA
                       IF    WS-PE8062I-FECALTA  <=  W-FECHA-ASOF
                       AND   WS-PE8062I-FECBAJA  >=  W-FECHA-ASOF
                             MOVE  1  TO  W-REG-ACEPTADO
                       ELSE
                             ADD   1  TO  REG-DESCARTES-ASOF
                       END-IF
                 WHEN  OTHER
                       MOVE  1  TO  W-REG-ACEPTADO
                 END-EVALUATE
           WHEN     '10'
                 MOVE      1           TO WS-FIN-ENTRADA
                 DISPLAY 'FIN DE ARCHIVO ENTRADA 1RA '
