      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80668.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80668 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80668                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  PLANIFICADOR DE REVISIONES PERIODICAS DE KYC =
      *=                  DE PERSONAS JURIDICAS POR RIESGO. MANTIENE EL=
      *=                  MAESTRO VSAM KYCREV (CLAVE NUMPERSEMP) CON LA=
      *=                  FECHA DE LA PROXIMA REVISION DE CADA         =
      *=                  SOCIEDAD CON AUDITORIA PE0003W DEL DIA.      =
      *=                  PUNTUACION DE RIESGO DE LA SOCIEDAD:         =
      *=                  - CAMINO DE DECISION PE0003W (EL MAS         =
      *=                    GRAVOSO DE SUS FILAS): PORCENTAJE 0,       =
      *=                    DECLARADO O IDENTIDAD 10, FIRMA O          =
      *=                    DIRECTIVO 25, SIN TITULAR O DESBORDE 40;   =
      *=                  - NIVELES NIVELACC: 5 POR NIVEL SOBRE EL     =
      *=                    PRIMERO (MAXIMO 20);                       =
      *=                  - SOCIEDADES INTERMEDIAS ROL 41 DISTINTAS: 3 =
      *=                    POR CADA UNA (MAXIMO 15);                  =
      *=                  - FIGURAS FIDUCIARIAS ROLES 74-77 DISTINTAS: =
      *=                    10 POR CADA UNA (MAXIMO 20);               =
      *=                  - CAMBIOS DE TITULAR EN PEH400 EN EL ULTIMO  =
      *=                    ANYO (FECHAS DE INICIO O FIN DE VIGENCIA   =
      *=                    DISTINTAS): 10 POR CADA UNO (MAXIMO 30);   =
      *=                  - CASO ABIERTO EN EL MAESTRO DE PE89947: 30. =
      *=                  LA TPA EETP011 ASIGNA A CADA TRAMO DE        =
      *=                  PUNTUACION UN CICLO EN ANYOS (SIN TPA: DESDE =
      *=                  0 CINCO ANYOS, DESDE 30 TRES, DESDE 60 UNO). =
      *=                  PROXIMA REVISION = ULTIMA REVISION (O ALTA EN=
      *=                  EL MAESTRO) + CICLO. LAS REVISIONES HECHAS SE=
      *=                  COMUNICAN EN REVREAL. UN CAMBIO DE TITULAR   =
      *=                  DE PE80650 (CAMTIT) POSTERIOR A LA ULTIMA    =
      *=                  REVISION ADELANTA LA PROXIMA A LA FECHA DEL  =
      *=                  CAMBIO MAS LOS DIAS DE LA FILA '*DIAS' DE LA =
      *=                  TPA (POR DEFECTO 30) HASTA QUE SE REVISE.    =
      *=                  SALIDAS: PROXREV, REVISIONES QUE VENCEN EN   =
      *=                  LOS PROXIMOS 30 DIAS, Y VENCREV, REVISIONES  =
      *=                  VENCIDAS. NUMPERSEMP EN LA COLUMNA 1 PARA    =
      *=                  ENRIQUECER CON PE80656 COL=001.              =
      *=                  PEH4CAM ES UNA DESCARGA DE PEH400:           =
      *=                    SELECT PE1100_NUMPERSEMP, PEK700_FECINIVIG =
      *=                      FROM PEH400                              =
      *=                    UNION ALL                                  =
      *=                    SELECT PE1100_NUMPERSEMP, PEK700_FECFINVIG =
      *=                      FROM PEH400                              =
      *=                     WHERE PEK700_FECFINVIG <> '9999-12-31'    =
      *=                  (LA VENTANA DE UN ANYO LA APLICA EL PROGRAMA)=
      *=                  LAS SOCIEDADES QUE NO TIENEN AUDITORIA HOY   =
      *=                  CONSERVAN SU FILA SIN TOCAR Y NO SE LISTAN.  =
      *=                  RC: 0 CORRECTO; 4 HAY REVISIONES VENCIDAS.   =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= PEH400           HISTORICO DE TITULARES REALES (VIA PEH4CAM)  =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= PE03ACT             PE0003W DEL DIA (LAYOUT WSS-PE0003O)      =
      *= PE0001R   PE8062I   RELACIONES (SALIDA DE PE80658)            =
      *= PEH4CAM             FECHAS DE VIGENCIA DE PEH400 (DESCARGA)   =
      *= CAMTIT    PE8062C   CAMBIOS DE TITULAR REAL DE PE80650        =
      *= REVREAL             REVISIONES KYC REALIZADAS (OPCIONAL)      =
      *= MAESTRO             MAESTRO VSAM DE CASOS DE PE89947          =
      *= KYCREV              MAESTRO VSAM (KSDS) DE REVISIONES KYC     =
      *= EETP011R            TPA CICLO DE REVISION POR PUNTUACION      =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= KYCWK               TRABAJO: DATOS DE RIESGO ORDENADOS        =
      *= PROXREV             REVISIONES A 30 DIAS (80)                 =
      *= VENCREV             REVISIONES VENCIDAS (80)                  =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
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

           SELECT PE03ACT  ASSIGN TO  PE03ACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE03ACT.

           SELECT PE0001R  ASSIGN TO  PE0001R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001R.

           SELECT PEH4CAM  ASSIGN TO  PEH4CAM
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PEH4CAM.

           SELECT OPTIONAL CAMTIT  ASSIGN TO  CAMTIT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CAMTIT.

           SELECT OPTIONAL REVREAL  ASSIGN TO  REVREAL
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-REVREAL.

           SELECT MAESTRO  ASSIGN TO  MAESTRO
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   MAE-NUMPERSEMP
                  FILE STATUS FS-MAESTRO.

           SELECT KYCREV  ASSIGN TO  KYCREV
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   KYC-NUMPERSEMP
                  FILE STATUS FS-KYCREV.

           SELECT OPTIONAL EETP011R  ASSIGN TO  EETP011R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP011R.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT KYCWK  ASSIGN TO  KYCWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-KYCWK.

           SELECT KYCSORT  ASSIGN TO  SORTWK01.

           SELECT PROXREV  ASSIGN TO  PROXREV
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PROXREV.

           SELECT VENCREV  ASSIGN TO  VENCREV
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-VENCREV.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= PE03ACT - AUDITORIA DE DECISIONES PE0003W DEL DIA             =
       FD  PE03ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-03A                 PIC  X(60).
      *
      *= PE0001R - RELACIONES EMPRESA/ACCIONISTA (PE8062I)             =
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  ENTRADA.
           COPY PE8062I.
      *
      *= PEH4CAM - DESCARGA DE PEH400: NUMPERSEMP(4 BI) FECHA(10) ISO  =
       FD  PEH4CAM     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-PEH4CAM.
           05  PEH-NUMPERSEMP      PIC S9(9) COMP.
           05  PEH-FECHA           PIC X(10).
      *
      *= CAMTIT - CAMBIOS DE TITULAR REAL DEL DIA (PE80650)            =
       FD  CAMTIT      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CAMTIT.
           COPY PE8062C.
      *
      *= REVREAL - REVISIONES KYC REALIZADAS: NUMPERSEMP Y FECHA       =
      *=           AAAAMMDD DE LA REVISION                             =
       FD  REVREAL     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-REVREAL.
           05  RRE-NUMPERSEMP      PIC X(09).
           05  RRE-FECHA           PIC X(08).
           05  FILLER              PIC X(63).
      *
      *= MAESTRO - CASOS DE EXCEPCION DE PE89947 (VSAM KSDS)           =
       FD  MAESTRO.
       01  REG-MAESTRO.
           05  MAE-NUMPERSEMP      PIC 9(09).
           05  MAE-ESTADO          PIC X(01).
               88  CASO-ABIERTO       VALUE 'A'.
               88  CASO-CERRADO       VALUE 'C'.
           05  MAE-MOTIVO          PIC X(01).
           05  MAE-FECPRIMERA      PIC X(08).
           05  MAE-FECULTIMA       PIC X(08).
           05  MAE-DIAS-CONSEC     PIC 9(05).
           05  MAE-FECRESOL        PIC X(08).
           05  FILLER              PIC X(10).
      *
      *= KYCREV - REVISIONES KYC, UNA FILA POR NUMPERSEMP (VSAM KSDS). =
      *=          FECHAS AAAAMMDD; FECULTREV EN BLANCO SI AUN NO HAY   =
      *=          NINGUNA REVISION COMUNICADA                          =
       FD  KYCREV.
       01  REG-KYCREV.
           05  KYC-NUMPERSEMP      PIC 9(09).
           05  KYC-PUNTUACION      PIC 9(03).
           05  KYC-CICLO           PIC 9(02).
           05  KYC-FECALTA         PIC X(08).
           05  KYC-FECULTREV       PIC X(08).
           05  KYC-FECPROXREV      PIC X(08).
           05  KYC-MOTIVO          PIC X(01).
               88  KYC-CICLO-ORDINARIO   VALUE 'C'.
               88  KYC-ADELANTADA        VALUE 'U'.
           05  KYC-FECCAMBIO       PIC X(08).
           05  KYC-FECULTCALC      PIC X(08).
           05  KYC-CAMINO          PIC X(01).
           05  KYC-NIVELES         PIC 9(02).
           05  KYC-INTERMEDIAS     PIC 9(03).
           05  KYC-FIDUCIARIAS     PIC 9(03).
           05  KYC-CAMBIOS         PIC 9(03).
           05  KYC-CASO            PIC X(01).
           05  FILLER              PIC X(12).
      *
      *= TPA EETP011 - CICLO DE REVISION KYC POR PUNTUACION: CLAVE CON =
      *= LA PUNTUACION MINIMA DEL TRAMO (3 DIGITOS) Y VALOR EN ANYOS.  =
      *= LA FILA CON CLAVE '*DIAS' LLEVA LOS DIAS DE ADELANTO.         =
       FD  EETP011R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP011R.
           05  REG-EETP011R-CLAVE     PIC X(08).
           05  REG-EETP011R-VALOR     PIC 9(03).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= KYCWK - DATOS DE RIESGO POR SOCIEDAD, ORDENADOS               =
       FD  KYCWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-KYCWK               PIC  X(40).
      *
       SD  KYCSORT.
       01  SD-KYC.
           05  SR-NUMPERSEMP       PIC 9(09).
           05  SR-TIPO             PIC X(01).
           05  SR-CLAVE            PIC X(10).
           05  SR-CAMINO           PIC X(01).
           05  SR-NIVELACC         PIC 9(03).
           05  FILLER              PIC X(16).
      *
      *= PROXREV - REVISIONES KYC QUE VENCEN EN LOS PROXIMOS 30 DIAS   =
       FD  PROXREV     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-PRX                 PIC  X(80).
      *
      *= VENCREV - REVISIONES KYC VENCIDAS                             =
       FD  VENCREV     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-VEN                 PIC  X(80).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80668'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-VENCIDAS    PIC 9(03)  VALUE 004.
       77  WLT-HORIZONTE      PIC 9(03)  VALUE 030.
       77  WLT-ADELANTO-DEF   PIC 9(03)  VALUE 030.
       77  WLT-FILA-DIAS      PIC X(08)  VALUE '*DIAS'.
       77  WLT-MAX-CICLOS     PIC 9(03)  VALUE 020.
       77  WLT-CAMINO-FID     PIC X(01)  VALUE '6'.
       77  WLT-SOC-INTERMEDIA-ACC       PIC 9(04)  VALUE 41.
       77  WLT-FIDUCIARIA-DESDE         PIC 9(04)  VALUE 74.
       77  WLT-FIDUCIARIA-HASTA         PIC 9(04)  VALUE 77.
      *    PESOS DEL CAMINO DE DECISION
       77  WLT-PESO-PORCENTAJE          PIC 9(03)  VALUE 000.
       77  WLT-PESO-DECLARADO           PIC 9(03)  VALUE 010.
       77  WLT-PESO-IDENTIDAD           PIC 9(03)  VALUE 010.
       77  WLT-PESO-FIRMA               PIC 9(03)  VALUE 025.
       77  WLT-PESO-DIRECTIVO           PIC 9(03)  VALUE 025.
       77  WLT-PESO-SIN-UBO             PIC 9(03)  VALUE 040.
       77  WLT-PESO-DESBORDE            PIC 9(03)  VALUE 040.
      *    PUNTOS POR ELEMENTO Y TOPE DE CADA FACTOR
       77  WLT-PUNTOS-NIVEL             PIC 9(03)  VALUE 005.
       77  WLT-TOPE-NIVELES             PIC 9(03)  VALUE 020.
       77  WLT-PUNTOS-INTERMEDIA        PIC 9(03)  VALUE 003.
       77  WLT-TOPE-INTERMEDIAS         PIC 9(03)  VALUE 015.
       77  WLT-PUNTOS-FIDUCIARIA        PIC 9(03)  VALUE 010.
       77  WLT-TOPE-FIDUCIARIAS         PIC 9(03)  VALUE 020.
       77  WLT-PUNTOS-CAMBIO            PIC 9(03)  VALUE 010.
       77  WLT-TOPE-CAMBIOS             PIC 9(03)  VALUE 030.
       77  WLT-PUNTOS-CASO              PIC 9(03)  VALUE 030.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0003W (READ INTO), LAYOUT WSS-PE0003O
      *
       01  W-REG-03A.
           05  A3-NUMPERSEMP       PIC 9(09).
           05  A3-NUMPERSACC       PIC 9(09).
           05  A3-CAMINO           PIC X(01).
           05  FILLER              PIC X(41).

      *=================================================================
      * IMAGEN DE TRABAJO DE KYCWK (READ INTO), LAYOUT SD-KYC
      *
       01  W-KYC.
           05  KW-NUMPERSEMP       PIC 9(09).
           05  KW-TIPO             PIC X(01).
               88  KW-AUDITORIA          VALUE '1'.
               88  KW-RELACION           VALUE '2'.
               88  KW-INTERMEDIA         VALUE '3'.
               88  KW-FIDUCIARIA         VALUE '4'.
               88  KW-CAMBIO-PEH         VALUE '5'.
               88  KW-CAMBIO-TITULAR     VALUE '6'.
               88  KW-REVISION           VALUE '7'.
           05  KW-CLAVE            PIC X(10).
           05  KW-CAMINO           PIC X(01).
           05  KW-NIVELACC         PIC 9(03).
           05  FILLER              PIC X(16).

      *=================================================================
      * TABLA DE CICLOS POR TRAMO DE PUNTUACION (TPA EETP011)
      *
       01  W-TABLA-CICLOS.
           05  W-CIC-COUNT        PIC 9(03)  COMP  VALUE ZERO.
           05  W-CIC-ENTRADA  OCCURS 20 TIMES.
               10  W-CIC-DESDE        PIC 9(03).
               10  W-CIC-ANOS         PIC 9(02).

      *=================================================================
      * DATOS DE RIESGO DE LA SOCIEDAD EN CURSO
      *
       01  W-SOCIEDAD.
           05  W-SOC-NUMPERSEMP   PIC 9(09)  VALUE ZEROS.
           05  W-SOC-AUDITORIA    PIC X(01)  VALUE 'N'.
               88  SOC-CON-AUDITORIA         VALUE 'S'.
           05  W-SOC-CAMINO       PIC X(01)  VALUE SPACES.
           05  W-SOC-PESO-CAMINO  PIC 9(03)  VALUE ZEROS.
           05  W-SOC-NIVELES      PIC 9(03)  VALUE ZEROS.
           05  W-SOC-INTERMEDIAS  PIC 9(03)  VALUE ZEROS.
           05  W-SOC-FIDUCIARIAS  PIC 9(03)  VALUE ZEROS.
           05  W-SOC-CAMBIOS      PIC 9(03)  VALUE ZEROS.
           05  W-SOC-CASO         PIC X(01)  VALUE 'N'.
           05  W-SOC-FECCAMBIO    PIC X(08)  VALUE SPACES.
           05  W-SOC-FECREVISION  PIC X(08)  VALUE SPACES.
           05  W-SOC-PUNTUACION   PIC 9(03)  VALUE ZEROS.
           05  W-SOC-CICLO        PIC 9(02)  VALUE ZEROS.

      *=================================================================
      * FECHAS DE TRABAJO: CALCULO DIA A DIA CON TABLA DE MESES Y ANYO
      * BISIESTO (MISMO TRATAMIENTO QUE PE80644)
      *
       01  W-FECHA-CALC.
           05  W-FC-AAAA          PIC 9(04).
           05  W-FC-MM            PIC 9(02).
           05  W-FC-DD            PIC 9(02).
       01  W-FECHA-CALC-X  REDEFINES  W-FECHA-CALC  PIC X(08).

       01  W-RESTO                PIC 9(04)  COMP   VALUE ZEROS.
       01  W-COCIENTE             PIC 9(04)  COMP   VALUE ZEROS.
       01  W-BISIESTO             PIC X(01)  VALUE 'N'.
       01  W-DIAS-DEL-MES         PIC 9(02)  VALUE ZEROS.
       01  W-TABLA-MESES.
           05  FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01  W-TABLA-MESES-R  REDEFINES  W-TABLA-MESES.
           05  W-DIAS-MES  OCCURS 12 TIMES  PIC 9(02).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-HOY-ISO    PIC X(10)  VALUE SPACES.
           05  W-FECHA-ANYO-ISO   PIC X(10)  VALUE SPACES.
           05  W-FECHA-LIMITE     PIC X(08)  VALUE SPACES.
           05  W-FECHA-BASE       PIC X(08)  VALUE SPACES.
           05  W-FECHA-ORDINARIA  PIC X(08)  VALUE SPACES.
           05  W-FECHA-ADELANTO   PIC X(08)  VALUE SPACES.
           05  W-DIAS-ADELANTO    PIC 9(03)  VALUE ZEROS.
           05  W-DIAS-SUMA        PIC 9(03)  VALUE ZEROS.
           05  W-ADELANTO-LEIDO   PIC X(01)  VALUE 'N'.
           05  W-FECHA-OK         PIC X(01)  VALUE 'N'.
               88  FECHA-VALIDA              VALUE 'S'.
           05  W-EXISTE           PIC X(01)  VALUE 'N'.
               88  EXISTE-REVISION           VALUE 'S'.
           05  W-TIPO-ANT         PIC X(01)  VALUE SPACES.
           05  W-CLAVE-ANT        PIC X(10)  VALUE SPACES.
           05  W-NUMPERS          PIC 9(09)  VALUE ZEROS.
           05  W-PUNTOS           PIC 9(05)  VALUE ZEROS.
           05  W-MEJOR-DESDE      PIC 9(03)  VALUE ZEROS.
           05  W-IX               PIC 9(03)  COMP  VALUE ZEROS.
           05  W-FIN-FICHERO      PIC 9      VALUE 0.
               88  FIN-FICHERO               VALUE 1.
           05  W-FIN-KYC          PIC 9      VALUE 0.
               88  FIN-KYC                   VALUE 1.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-03A      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-REL      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-PEH      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-CAM      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-REV      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-REV-RECHAZADAS  PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SOCIEDADES      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-AUDITORIA   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ALTAS           PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ACTUALIZADAS    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ADELANTADAS     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PROXIMAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-VENCIDAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE INFORME (COMUNES A PROXREV Y VENCREV)
      *
       01  LINEA-CABECERA.
           05  LCB-TITULO          PIC X(34)  VALUE SPACES.
           05  FILLER              PIC X(03)  VALUE ' A '.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(35)  VALUE SPACES.

       01  LINEA-COLUMNAS.
           05  FILLER              PIC X(40)  VALUE
               'NUMPERSEM PROXREV  PUN CI M C NV INT FID'.
           05  FILLER              PIC X(40)  VALUE
               ' CAM X ULTREV   CAMBIO                  '.

       01  LINEA-DETALLE.
           05  LDT-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECPROXREV      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-PUNTUACION      PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CICLO           PIC Z9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-MOTIVO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CAMINO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-NIVELES         PIC Z9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-INTERMEDIAS     PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FIDUCIARIAS     PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CAMBIOS         PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CASO            PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECULTREV       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECCAMBIO       PIC X(08).
           05  FILLER              PIC X(17)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(32)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(37)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-PE03ACT           PIC XX.
       77  FS-PE0001R           PIC XX.
       77  FS-PEH4CAM           PIC XX.
       77  FS-CAMTIT            PIC XX.
       77  FS-REVREAL           PIC XX.
       77  FS-MAESTRO           PIC XX.
       77  FS-KYCREV            PIC XX.
       77  FS-EETP011R          PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-KYCWK             PIC XX.
       77  FS-PROXREV           PIC XX.
       77  FS-VENCREV           PIC XX.

      *=================================================================
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           SORT KYCSORT ASCENDING KEY SR-NUMPERSEMP SR-TIPO SR-CLAVE
                INPUT PROCEDURE SELECCIONA-DATOS
                GIVING KYCWK
           PERFORM ABRE-SALIDAS.
           PERFORM LEE-KYC.
           PERFORM TRATA-SOCIEDAD  UNTIL  FIN-KYC.
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
           MOVE  W-FECHA-HOY  TO  W-FECHA-CALC-X
           PERFORM VALIDA-FECHA
           IF    NOT FECHA-VALIDA
                 DISPLAY 'FECHA DE FECHAR INVALIDA ' W-FECHA-HOY
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY(1:4)  TO  W-FECHA-HOY-ISO(1:4)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(5:1)
           MOVE  W-FECHA-HOY(5:2)  TO  W-FECHA-HOY-ISO(6:2)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(8:1)
           MOVE  W-FECHA-HOY(7:2)  TO  W-FECHA-HOY-ISO(9:2)
           PERFORM CALCULA-FECHAS
           PERFORM CARGA-EETP011
           OPEN  INPUT    MAESTRO
           IF    FS-MAESTRO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR MAESTRO ' FS-MAESTRO
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  I-O      KYCREV
      *    PRIMERA EJECUCION: EL MAESTRO DE REVISIONES SE CREA VACIO
           IF    FS-KYCREV  =  '35'
                 OPEN  OUTPUT   KYCREV
                 IF    FS-KYCREV  NOT EQUAL '00'
                       DISPLAY 'ERROR AL CREAR KYCREV ' FS-KYCREV
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 CLOSE KYCREV
                 OPEN  I-O      KYCREV
           END-IF
           IF    FS-KYCREV  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR KYCREV ' FS-KYCREV
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CALCULA-FECHAS: INICIO DE LA VENTANA DE UN ANYO PARA LOS
      *      CAMBIOS DE PEH400 (MISMO DIA DEL ANYO ANTERIOR, 29 DE
      *      FEBRERO PASA A 28) Y FIN DEL HORIZONTE DE LA LISTA DE
      *      PROXIMAS REVISIONES (HOY MAS WLT-HORIZONTE DIAS).
      *
       CALCULA-FECHAS.
           MOVE  W-FECHA-HOY      TO  W-FECHA-CALC-X
           SUBTRACT 1  FROM  W-FC-AAAA
           PERFORM AJUSTA-29-FEBRERO
           MOVE  W-FC-AAAA        TO  W-FECHA-ANYO-ISO(1:4)
           MOVE  '-'              TO  W-FECHA-ANYO-ISO(5:1)
           MOVE  W-FC-MM          TO  W-FECHA-ANYO-ISO(6:2)
           MOVE  '-'              TO  W-FECHA-ANYO-ISO(8:1)
           MOVE  W-FC-DD          TO  W-FECHA-ANYO-ISO(9:2)
           MOVE  W-FECHA-HOY      TO  W-FECHA-CALC-X
           MOVE  WLT-HORIZONTE    TO  W-DIAS-SUMA
           PERFORM SUMA-UN-DIA  W-DIAS-SUMA  TIMES
           MOVE  W-FECHA-CALC-X   TO  W-FECHA-LIMITE
           DISPLAY 'CAMBIOS DE TITULAR DESDE     ' W-FECHA-ANYO-ISO
           DISPLAY 'HORIZONTE DE PROXIMAS        ' W-FECHA-LIMITE.

      *=================================================================
      * CARGA-EETP011: TRAMOS DE PUNTUACION Y DIAS DE ADELANTO
      *      ('*DIAS'). SIN TPA O SIN TRAMOS VALIDOS SE APLICAN LOS
      *      TRAMOS POR DEFECTO; SIN FILA '*DIAS', WLT-ADELANTO-DEF.
      *      UNA FILA MAL FORMADA SE AVISA Y SE IGNORA.
      *
       CARGA-EETP011.
           MOVE  0      TO  W-FIN-FICHERO
           OPEN  INPUT  EETP011R
           IF    FS-EETP011R  NOT EQUAL '00'
                 SET  FIN-FICHERO  TO  TRUE
           END-IF
           PERFORM LEE-EETP011  UNTIL  FIN-FICHERO
           IF    FS-EETP011R  =  '10'
                 CLOSE EETP011R
           END-IF
           IF    W-ADELANTO-LEIDO  NOT =  'S'
                 MOVE  WLT-ADELANTO-DEF  TO  W-DIAS-ADELANTO
           END-IF
           IF    W-CIC-COUNT  =  ZERO
                 MOVE  3    TO  W-CIC-COUNT
                 MOVE  000  TO  W-CIC-DESDE(1)
                 MOVE  05   TO  W-CIC-ANOS(1)
                 MOVE  030  TO  W-CIC-DESDE(2)
                 MOVE  03   TO  W-CIC-ANOS(2)
                 MOVE  060  TO  W-CIC-DESDE(3)
                 MOVE  01   TO  W-CIC-ANOS(3)
           END-IF
           MOVE    W-CIC-COUNT      TO        REG-TOTAL
           DISPLAY 'TRAMOS DE CICLO KYC          ' REG-TOTAL
           DISPLAY 'DIAS DE ADELANTO POR CAMBIO  ' W-DIAS-ADELANTO.

       LEE-EETP011.
           READ  EETP011R
           EVALUATE FS-EETP011R
           WHEN     '00'
                 IF    REG-EETP011R-CLAVE  =  WLT-FILA-DIAS
                       MOVE  REG-EETP011R-VALOR  TO  W-DIAS-ADELANTO
                       MOVE  'S'                 TO  W-ADELANTO-LEIDO
                 ELSE
                       PERFORM ANOTA-TRAMO
                 END-IF
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO EETP011 ' FS-EETP011R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ANOTA-TRAMO.
           IF    REG-EETP011R-CLAVE(1:3)  NOT NUMERIC
           OR    REG-EETP011R-CLAVE(4:5)  NOT =  SPACES
           OR    REG-EETP011R-VALOR       NOT NUMERIC
           OR    REG-EETP011R-VALOR       =  ZEROS
           OR    REG-EETP011R-VALOR       >  99
                 DISPLAY 'AVISO: FILA EETP011 IGNORADA ' REG-EETP011R
           ELSE
                 IF    W-CIC-COUNT  <  WLT-MAX-CICLOS
                       ADD   1  TO  W-CIC-COUNT
                       MOVE  REG-EETP011R-CLAVE(1:3)
                             TO  W-CIC-DESDE(W-CIC-COUNT)
                       MOVE  REG-EETP011R-VALOR
                             TO  W-CIC-ANOS(W-CIC-COUNT)
                 ELSE
                       DISPLAY 'AVISO: MAS DE ' WLT-MAX-CICLOS
                               ' TRAMOS EN EETP011, IGNORADA '
                               REG-EETP011R
                 END-IF
           END-IF.

      *=================================================================
      * SELECCIONA-DATOS: PROCEDIMIENTO DE ENTRADA DEL SORT. REUNE POR
      *      SOCIEDAD LOS DATOS DE RIESGO DE TODAS LAS FUENTES:
      *      '1' CAMINO DE DECISION (PE0003W)
      *      '2' NIVEL DE CADA RELACION VIGENTE (PE0001R)
      *      '3' SOCIEDAD INTERMEDIA ROL 41 VIGENTE (CLAVE NUMPERSNIV)
      *      '4' FIGURA FIDUCIARIA 74-77 VIGENTE (CLAVE NUMPERSACC)
      *      '5' FECHA DE CAMBIO EN PEH400 DENTRO DEL ULTIMO ANYO
      *      '6' CAMBIO DE TITULAR DE PE80650 (CLAVE FECHA)
      *      '7' REVISION REALIZADA (CLAVE FECHA)
      *      LA CLAVE ORDENADA PERMITE CONTAR VALORES DISTINTOS.
      *
       SELECCIONA-DATOS.
           PERFORM SELECCIONA-AUDITORIA
           PERFORM SELECCIONA-RELACIONES
           PERFORM SELECCIONA-PEH400
           PERFORM SELECCIONA-CAMBIOS
           PERFORM SELECCIONA-REVISIONES.

       SELECCIONA-AUDITORIA.
           OPEN  INPUT    PE03ACT
           IF    FS-PE03ACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  0  TO  W-FIN-FICHERO
           PERFORM LEE-03A  UNTIL  FIN-FICHERO
           CLOSE PE03ACT.

       LEE-03A.
           READ  PE03ACT  INTO  W-REG-03A
           EVALUATE FS-PE03ACT
           WHEN     '00'
                 ADD   1              TO  REG-LEIDOS-03A
                 MOVE  SPACES         TO  SD-KYC
                 MOVE  A3-NUMPERSEMP  TO  SR-NUMPERSEMP
                 MOVE  '1'            TO  SR-TIPO
                 MOVE  A3-CAMINO      TO  SR-CAMINO
                 MOVE  ZEROS          TO  SR-NIVELACC
                 RELEASE SD-KYC
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       SELECCIONA-RELACIONES.
           OPEN  INPUT    PE0001R
           IF    FS-PE0001R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  0  TO  W-FIN-FICHERO
           PERFORM LEE-PE0001R  UNTIL  FIN-FICHERO
           CLOSE PE0001R.

       LEE-PE0001R.
           READ  PE0001R
           EVALUATE FS-PE0001R
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-REL
                 IF    PE8062I-FECALTA  NOT >  W-FECHA-HOY-ISO
                 AND   PE8062I-FECBAJA  NOT <  W-FECHA-HOY-ISO
                       PERFORM ENTREGA-RELACION
                 END-IF
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ENTREGA-RELACION.
           MOVE  SPACES               TO  SD-KYC
           MOVE  PE8062I-NUMPERSEMP   TO  SR-NUMPERSEMP
           MOVE  '2'                  TO  SR-TIPO
           IF    PE8062I-NIVELACC  >  ZEROS
                 MOVE  PE8062I-NIVELACC  TO  SR-NIVELACC
           ELSE
                 MOVE  ZEROS             TO  SR-NIVELACC
           END-IF
           RELEASE SD-KYC
           EVALUATE TRUE
           WHEN  PE8062I-CODRELPEPE  =  WLT-SOC-INTERMEDIA-ACC
                 MOVE  '3'                  TO  SR-TIPO
                 MOVE  PE8062I-NUMPERSNIV   TO  W-NUMPERS
                 MOVE  W-NUMPERS            TO  SR-CLAVE
                 RELEASE SD-KYC
           WHEN  PE8062I-CODRELPEPE  NOT <  WLT-FIDUCIARIA-DESDE
           AND   PE8062I-CODRELPEPE  NOT >  WLT-FIDUCIARIA-HASTA
                 MOVE  '4'                  TO  SR-TIPO
                 MOVE  PE8062I-NUMPERSACC   TO  W-NUMPERS
                 MOVE  W-NUMPERS            TO  SR-CLAVE
                 RELEASE SD-KYC
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE.

       SELECCIONA-PEH400.
           OPEN  INPUT    PEH4CAM
           IF    FS-PEH4CAM  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PEH4CAM ' FS-PEH4CAM
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  0  TO  W-FIN-FICHERO
           PERFORM LEE-PEH4CAM  UNTIL  FIN-FICHERO
           CLOSE PEH4CAM.

       LEE-PEH4CAM.
           READ  PEH4CAM
           EVALUATE FS-PEH4CAM
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-PEH
                 IF    PEH-FECHA  >      W-FECHA-ANYO-ISO
                 AND   PEH-FECHA  NOT >  W-FECHA-HOY-ISO
                       MOVE  SPACES          TO  SD-KYC
                       MOVE  PEH-NUMPERSEMP  TO  SR-NUMPERSEMP
                       MOVE  '5'             TO  SR-TIPO
                       MOVE  PEH-FECHA       TO  SR-CLAVE
                       MOVE  ZEROS           TO  SR-NIVELACC
                       RELEASE SD-KYC
                 END-IF
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PEH4CAM ' FS-PEH4CAM
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *    SIN CAMTIT (PE80650 NO EJECUTADO) NO HAY ADELANTOS HOY
       SELECCIONA-CAMBIOS.
           MOVE  0  TO  W-FIN-FICHERO
           OPEN  INPUT    CAMTIT
           IF    FS-CAMTIT  NOT EQUAL '00'
                 SET  FIN-FICHERO  TO  TRUE
           END-IF
           PERFORM LEE-CAMTIT  UNTIL  FIN-FICHERO
           IF    FS-CAMTIT  =  '10'
                 CLOSE CAMTIT
           END-IF.

       LEE-CAMTIT.
           READ  CAMTIT
           EVALUATE FS-CAMTIT
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-CAM
                 MOVE  PE8062C-FECHA  TO  W-FECHA-CALC-X
                 PERFORM VALIDA-FECHA
                 IF    FECHA-VALIDA
                 AND   PE8062C-FECHA  NOT >  W-FECHA-HOY
                       MOVE  SPACES              TO  SD-KYC
                       MOVE  PE8062C-NUMPERSEMP  TO  SR-NUMPERSEMP
                       MOVE  '6'                 TO  SR-TIPO
                       MOVE  PE8062C-FECHA       TO  SR-CLAVE
                       MOVE  ZEROS               TO  SR-NIVELACC
                       RELEASE SD-KYC
                 ELSE
                       DISPLAY 'AVISO: CAMBIO CON FECHA INVALIDA '
                               PE8062C-NUMPERSEMP ' ' PE8062C-FECHA
                 END-IF
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CAMTIT ' FS-CAMTIT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       SELECCIONA-REVISIONES.
           MOVE  0  TO  W-FIN-FICHERO
           OPEN  INPUT    REVREAL
           IF    FS-REVREAL  NOT EQUAL '00'
                 SET  FIN-FICHERO  TO  TRUE
           END-IF
           PERFORM LEE-REVREAL  UNTIL  FIN-FICHERO
           IF    FS-REVREAL  =  '10'
                 CLOSE REVREAL
           END-IF.

      *    UNA REVISION SIN NUMPERSEMP, CON FECHA INVALIDA O FUTURA SE
      *    RECHAZA CON AVISO: NO PUEDE ALARGAR EL CICLO DE NADIE
       LEE-REVREAL.
           READ  REVREAL
           EVALUATE FS-REVREAL
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-REV
                 MOVE  RRE-FECHA  TO  W-FECHA-CALC-X
                 PERFORM VALIDA-FECHA
                 IF    RRE-NUMPERSEMP  NOT NUMERIC
                 OR    RRE-NUMPERSEMP  =  ZEROS
                 OR    NOT FECHA-VALIDA
                 OR    RRE-FECHA  >  W-FECHA-HOY
                       ADD   1  TO  REG-REV-RECHAZADAS
                       DISPLAY 'AVISO: REVISION RECHAZADA '
                               RRE-NUMPERSEMP ' ' RRE-FECHA
                 ELSE
                       MOVE  SPACES          TO  SD-KYC
                       MOVE  RRE-NUMPERSEMP  TO  SR-NUMPERSEMP
                       MOVE  '7'             TO  SR-TIPO
                       MOVE  RRE-FECHA       TO  SR-CLAVE
                       MOVE  ZEROS           TO  SR-NIVELACC
                       RELEASE SD-KYC
                 END-IF
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO REVREAL ' FS-REVREAL
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * ABRE-SALIDAS
      *
       ABRE-SALIDAS.
           OPEN  INPUT    KYCWK
           IF    FS-KYCWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR KYCWK ' FS-KYCWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   PROXREV
           IF    FS-PROXREV  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PROXREV ' FS-PROXREV
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   VENCREV
           IF    FS-VENCREV  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR VENCREV ' FS-VENCREV
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY  TO  LCB-FECHA
           MOVE  'REVISIONES KYC PROXIMOS 30 DIAS   '  TO  LCB-TITULO
           MOVE  SPACES       TO  REG-PRX
           WRITE REG-PRX  FROM  LINEA-CABECERA
           MOVE  SPACES       TO  REG-PRX
           WRITE REG-PRX  FROM  LINEA-COLUMNAS
           MOVE  'REVISIONES KYC VENCIDAS           '  TO  LCB-TITULO
           MOVE  SPACES       TO  REG-VEN
           WRITE REG-VEN  FROM  LINEA-CABECERA
           MOVE  SPACES       TO  REG-VEN
           WRITE REG-VEN  FROM  LINEA-COLUMNAS.

       LEE-KYC.
           READ  KYCWK  INTO  W-KYC
           EVALUATE FS-KYCWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-KYC  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO KYCWK ' FS-KYCWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-SOCIEDAD: REUNE LOS DATOS DE RIESGO DE UNA SOCIEDAD Y, SI
      *      TIENE AUDITORIA HOY, LA PUNTUA Y PLANIFICA SU REVISION.
      *
       TRATA-SOCIEDAD.
           MOVE  KW-NUMPERSEMP  TO  W-SOC-NUMPERSEMP
           MOVE  'N'            TO  W-SOC-AUDITORIA  W-SOC-CASO
           MOVE  SPACES         TO  W-SOC-CAMINO
                                    W-SOC-FECCAMBIO
                                    W-SOC-FECREVISION
                                    W-TIPO-ANT
                                    W-CLAVE-ANT
           MOVE  ZEROS          TO  W-SOC-PESO-CAMINO
                                    W-SOC-NIVELES
                                    W-SOC-INTERMEDIAS
                                    W-SOC-FIDUCIARIAS
                                    W-SOC-CAMBIOS
           PERFORM ACUMULA-DATO
                   UNTIL FIN-KYC
                      OR KW-NUMPERSEMP  NOT =  W-SOC-NUMPERSEMP
           IF    SOC-CON-AUDITORIA
                 ADD   1  TO  CNT-SOCIEDADES
                 PERFORM BUSCA-CASO
                 PERFORM CALCULA-PUNTUACION
                 PERFORM CALCULA-CICLO
                 PERFORM PLANIFICA-REVISION
                 PERFORM LISTA-REVISION
           ELSE
                 ADD   1  TO  CNT-SIN-AUDITORIA
           END-IF.

       ACUMULA-DATO.
           EVALUATE TRUE
           WHEN  KW-AUDITORIA
                 MOVE  'S'  TO  W-SOC-AUDITORIA
                 PERFORM PESA-CAMINO
           WHEN  KW-RELACION
                 IF    KW-NIVELACC  >  W-SOC-NIVELES
                       MOVE  KW-NIVELACC  TO  W-SOC-NIVELES
                 END-IF
           WHEN  KW-INTERMEDIA
                 IF    KW-TIPO  NOT =  W-TIPO-ANT
                 OR    KW-CLAVE NOT =  W-CLAVE-ANT
                       ADD   1  TO  W-SOC-INTERMEDIAS
                 END-IF
           WHEN  KW-FIDUCIARIA
                 IF    KW-TIPO  NOT =  W-TIPO-ANT
                 OR    KW-CLAVE NOT =  W-CLAVE-ANT
                       ADD   1  TO  W-SOC-FIDUCIARIAS
                 END-IF
           WHEN  KW-CAMBIO-PEH
                 IF    KW-TIPO  NOT =  W-TIPO-ANT
                 OR    KW-CLAVE NOT =  W-CLAVE-ANT
                       ADD   1  TO  W-SOC-CAMBIOS
                 END-IF
      *    CAMBIOS Y REVISIONES LLEGAN EN ORDEN DE FECHA: QUEDA LA
      *    ULTIMA
           WHEN  KW-CAMBIO-TITULAR
                 MOVE  KW-CLAVE(1:8)  TO  W-SOC-FECCAMBIO
           WHEN  KW-REVISION
                 MOVE  KW-CLAVE(1:8)  TO  W-SOC-FECREVISION
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE
           MOVE  KW-TIPO   TO  W-TIPO-ANT
           MOVE  KW-CLAVE  TO  W-CLAVE-ANT
           PERFORM LEE-KYC.

      *=================================================================
      * PESA-CAMINO: PESO DEL CAMINO DE DECISION DE LA FILA DE
      *      AUDITORIA. QUEDA EL MAS GRAVOSO DE LA SOCIEDAD. LA FILA
      *      '6' (FIDEICOMISO) NO PESA AQUI: LAS FIGURAS 74-77 YA
      *      PUNTUAN POR SU CUENTA.
      *
       PESA-CAMINO.
           EVALUATE KW-CAMINO
           WHEN  '1'
                 MOVE  WLT-PESO-PORCENTAJE  TO  W-PUNTOS
           WHEN  '2'
                 MOVE  WLT-PESO-FIRMA       TO  W-PUNTOS
           WHEN  '3'
                 MOVE  WLT-PESO-DIRECTIVO   TO  W-PUNTOS
           WHEN  '4'
                 MOVE  WLT-PESO-SIN-UBO     TO  W-PUNTOS
           WHEN  '5'
                 MOVE  WLT-PESO-DESBORDE    TO  W-PUNTOS
           WHEN  '7'
                 MOVE  WLT-PESO-DECLARADO   TO  W-PUNTOS
           WHEN  '8'
                 MOVE  WLT-PESO-IDENTIDAD   TO  W-PUNTOS
           WHEN  OTHER
                 MOVE  ZEROS                TO  W-PUNTOS
           END-EVALUATE
           IF    KW-CAMINO  NOT =  WLT-CAMINO-FID
                 IF    W-SOC-CAMINO  =  SPACES
                 OR    W-PUNTOS  >  W-SOC-PESO-CAMINO
                       MOVE  W-PUNTOS   TO  W-SOC-PESO-CAMINO
                       MOVE  KW-CAMINO  TO  W-SOC-CAMINO
                 END-IF
           END-IF.

       BUSCA-CASO.
           MOVE  'N'               TO  W-SOC-CASO
           MOVE  W-SOC-NUMPERSEMP  TO  MAE-NUMPERSEMP
           READ  MAESTRO
                 INVALID KEY      CONTINUE
                 NOT INVALID KEY
                       IF    CASO-ABIERTO
                             MOVE  'S'  TO  W-SOC-CASO
                       END-IF
           END-READ.

      *=================================================================
      * CALCULA-PUNTUACION: SUMA DE LOS FACTORES, CADA UNO CON SU TOPE
      *
       CALCULA-PUNTUACION.
           MOVE  W-SOC-PESO-CAMINO  TO  W-SOC-PUNTUACION
           IF    W-SOC-NIVELES  >  1
                 COMPUTE W-PUNTOS = (W-SOC-NIVELES - 1)
                                  * WLT-PUNTOS-NIVEL
                 IF    W-PUNTOS  >  WLT-TOPE-NIVELES
                       MOVE  WLT-TOPE-NIVELES  TO  W-PUNTOS
                 END-IF
                 ADD   W-PUNTOS  TO  W-SOC-PUNTUACION
           END-IF
           COMPUTE W-PUNTOS = W-SOC-INTERMEDIAS * WLT-PUNTOS-INTERMEDIA
           IF    W-PUNTOS  >  WLT-TOPE-INTERMEDIAS
                 MOVE  WLT-TOPE-INTERMEDIAS  TO  W-PUNTOS
           END-IF
           ADD   W-PUNTOS  TO  W-SOC-PUNTUACION
           COMPUTE W-PUNTOS = W-SOC-FIDUCIARIAS * WLT-PUNTOS-FIDUCIARIA
           IF    W-PUNTOS  >  WLT-TOPE-FIDUCIARIAS
                 MOVE  WLT-TOPE-FIDUCIARIAS  TO  W-PUNTOS
           END-IF
           ADD   W-PUNTOS  TO  W-SOC-PUNTUACION
           COMPUTE W-PUNTOS = W-SOC-CAMBIOS * WLT-PUNTOS-CAMBIO
           IF    W-PUNTOS  >  WLT-TOPE-CAMBIOS
                 MOVE  WLT-TOPE-CAMBIOS  TO  W-PUNTOS
           END-IF
           ADD   W-PUNTOS  TO  W-SOC-PUNTUACION
           IF    W-SOC-CASO  =  'S'
                 ADD   WLT-PUNTOS-CASO  TO  W-SOC-PUNTUACION
           END-IF.

      *=================================================================
      * CALCULA-CICLO: TRAMO DE MAYOR PUNTUACION MINIMA QUE NO SUPERA
      *      LA DE LA SOCIEDAD. UNA PUNTUACION POR DEBAJO DE TODOS LOS
      *      TRAMOS TOMA EL CICLO MAS LARGO DE LA TABLA.
      *
       CALCULA-CICLO.
           MOVE  ZEROS  TO  W-SOC-CICLO  W-MEJOR-DESDE
           PERFORM BUSCA-TRAMO
                   VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-CIC-COUNT
           IF    W-SOC-CICLO  =  ZEROS
                 PERFORM TOMA-CICLO-MAYOR
                         VARYING W-IX FROM 1 BY 1
                         UNTIL   W-IX  >  W-CIC-COUNT
           END-IF.

       BUSCA-TRAMO.
           IF    W-CIC-DESDE(W-IX)  NOT >  W-SOC-PUNTUACION
                 IF    W-SOC-CICLO  =  ZEROS
                 OR    W-CIC-DESDE(W-IX)  >  W-MEJOR-DESDE
                       MOVE  W-CIC-DESDE(W-IX)  TO  W-MEJOR-DESDE
                       MOVE  W-CIC-ANOS(W-IX)   TO  W-SOC-CICLO
                 END-IF
           END-IF.

       TOMA-CICLO-MAYOR.
           IF    W-CIC-ANOS(W-IX)  >  W-SOC-CICLO
                 MOVE  W-CIC-ANOS(W-IX)  TO  W-SOC-CICLO
           END-IF.

      *=================================================================
      * PLANIFICA-REVISION: ALTA O ACTUALIZACION DE LA FILA DEL MAESTRO
      *      DE REVISIONES.
      *      1. UNA REVISION COMUNICADA POSTERIOR A LA ULTIMA PASA A
      *         SER LA ULTIMA; SI CUBRE EL CAMBIO PENDIENTE, LO CIERRA.
      *      2. FECHA ORDINARIA = ULTIMA REVISION (O ALTA) + CICLO.
      *      3. UN CAMBIO DE TITULAR POSTERIOR A ESA BASE DEJA LA
      *         REVISION ADELANTADA HASTA LA SIGUIENTE REVISION.
      *      4. ADELANTADA: LA MENOR ENTRE LA ORDINARIA Y LA FECHA DEL
      *         CAMBIO MAS LOS DIAS DE ADELANTO.
      *      TODO SE RECALCULA CADA DIA: UNA REEJECUCION NO ALTERA EL
      *      RESULTADO.
      *
       PLANIFICA-REVISION.
           MOVE  'N'               TO  W-EXISTE
           MOVE  W-SOC-NUMPERSEMP  TO  KYC-NUMPERSEMP
           READ  KYCREV
                 INVALID KEY      CONTINUE
                 NOT INVALID KEY  MOVE  'S'  TO  W-EXISTE
           END-READ
           IF    NOT EXISTE-REVISION
                 MOVE  SPACES            TO  REG-KYCREV
                 MOVE  W-SOC-NUMPERSEMP  TO  KYC-NUMPERSEMP
                 MOVE  W-FECHA-HOY       TO  KYC-FECALTA
                 SET   KYC-CICLO-ORDINARIO  TO  TRUE
           END-IF
           IF    W-SOC-FECREVISION  NOT =  SPACES
           AND  (KYC-FECULTREV  =  SPACES
           OR    W-SOC-FECREVISION  >  KYC-FECULTREV)
                 MOVE  W-SOC-FECREVISION  TO  KYC-FECULTREV
                 IF    KYC-ADELANTADA
                 AND   KYC-FECCAMBIO  NOT >  KYC-FECULTREV
                       SET   KYC-CICLO-ORDINARIO  TO  TRUE
                 END-IF
           END-IF
           IF    KYC-FECULTREV  =  SPACES
                 MOVE  KYC-FECALTA    TO  W-FECHA-BASE
           ELSE
                 MOVE  KYC-FECULTREV  TO  W-FECHA-BASE
           END-IF
           MOVE  W-FECHA-BASE  TO  W-FECHA-CALC-X
           ADD   W-SOC-CICLO   TO  W-FC-AAAA
           PERFORM AJUSTA-29-FEBRERO
           MOVE  W-FECHA-CALC-X  TO  W-FECHA-ORDINARIA
           IF    W-SOC-FECCAMBIO  NOT =  SPACES
           AND   W-SOC-FECCAMBIO  >  W-FECHA-BASE
                 IF    NOT KYC-ADELANTADA
                 OR    W-SOC-FECCAMBIO  >  KYC-FECCAMBIO
                       MOVE  W-SOC-FECCAMBIO  TO  KYC-FECCAMBIO
                 END-IF
                 SET   KYC-ADELANTADA  TO  TRUE
           END-IF
           IF    KYC-ADELANTADA
                 MOVE  KYC-FECCAMBIO    TO  W-FECHA-CALC-X
                 MOVE  W-DIAS-ADELANTO  TO  W-DIAS-SUMA
                 PERFORM SUMA-UN-DIA  W-DIAS-SUMA  TIMES
                 MOVE  W-FECHA-CALC-X   TO  W-FECHA-ADELANTO
                 IF    W-FECHA-ADELANTO  <  W-FECHA-ORDINARIA
                       MOVE  W-FECHA-ADELANTO   TO  KYC-FECPROXREV
                 ELSE
                       MOVE  W-FECHA-ORDINARIA  TO  KYC-FECPROXREV
                 END-IF
                 ADD   1  TO  CNT-ADELANTADAS
           ELSE
                 MOVE  W-FECHA-ORDINARIA  TO  KYC-FECPROXREV
           END-IF
           MOVE  W-SOC-PUNTUACION   TO  KYC-PUNTUACION
           MOVE  W-SOC-CICLO        TO  KYC-CICLO
           MOVE  W-FECHA-HOY        TO  KYC-FECULTCALC
           MOVE  W-SOC-CAMINO       TO  KYC-CAMINO
           IF    W-SOC-NIVELES  >  99
                 MOVE  99              TO  KYC-NIVELES
           ELSE
                 MOVE  W-SOC-NIVELES   TO  KYC-NIVELES
           END-IF
           MOVE  W-SOC-INTERMEDIAS  TO  KYC-INTERMEDIAS
           MOVE  W-SOC-FIDUCIARIAS  TO  KYC-FIDUCIARIAS
           MOVE  W-SOC-CAMBIOS      TO  KYC-CAMBIOS
           MOVE  W-SOC-CASO         TO  KYC-CASO
           IF    EXISTE-REVISION
                 REWRITE REG-KYCREV
                 IF    FS-KYCREV  NOT EQUAL '00'
                       DISPLAY 'ERROR AL REGRABAR KYCREV '
                               KYC-NUMPERSEMP ' FS=' FS-KYCREV
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   1  TO  CNT-ACTUALIZADAS
           ELSE
                 WRITE REG-KYCREV
                 IF    FS-KYCREV  NOT EQUAL '00'
                       DISPLAY 'ERROR AL GRABAR KYCREV '
                               KYC-NUMPERSEMP ' FS=' FS-KYCREV
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   1  TO  CNT-ALTAS
           END-IF.

      *=================================================================
      * LISTA-REVISION: VENCIDA SI LA PROXIMA ES ANTERIOR A HOY;
      *      PROXIMA SI CAE ENTRE HOY Y EL HORIZONTE
      *
       LISTA-REVISION.
           IF    KYC-FECPROXREV  NOT >  W-FECHA-LIMITE
                 MOVE  KYC-NUMPERSEMP   TO  LDT-NUMPERSEMP
                 MOVE  KYC-FECPROXREV   TO  LDT-FECPROXREV
                 MOVE  KYC-PUNTUACION   TO  LDT-PUNTUACION
                 MOVE  KYC-CICLO        TO  LDT-CICLO
                 MOVE  KYC-MOTIVO       TO  LDT-MOTIVO
                 MOVE  KYC-CAMINO       TO  LDT-CAMINO
                 MOVE  KYC-NIVELES      TO  LDT-NIVELES
                 MOVE  KYC-INTERMEDIAS  TO  LDT-INTERMEDIAS
                 MOVE  KYC-FIDUCIARIAS  TO  LDT-FIDUCIARIAS
                 MOVE  KYC-CAMBIOS      TO  LDT-CAMBIOS
                 MOVE  KYC-CASO         TO  LDT-CASO
                 MOVE  KYC-FECULTREV    TO  LDT-FECULTREV
                 IF    KYC-ADELANTADA
                       MOVE  KYC-FECCAMBIO  TO  LDT-FECCAMBIO
                 ELSE
                       MOVE  SPACES         TO  LDT-FECCAMBIO
                 END-IF
                 IF    KYC-FECPROXREV  <  W-FECHA-HOY
                       MOVE  SPACES  TO  REG-VEN
                       WRITE REG-VEN  FROM  LINEA-DETALLE
                       ADD   1  TO  CNT-VENCIDAS
                 ELSE
                       MOVE  SPACES  TO  REG-PRX
                       WRITE REG-PRX  FROM  LINEA-DETALLE
                       ADD   1  TO  CNT-PROXIMAS
                 END-IF
           END-IF.

      *=================================================================
      * RUTINAS DE FECHA SOBRE W-FECHA-CALC (AAAAMMDD)
      *
       VALIDA-FECHA.
           MOVE  'N'  TO  W-FECHA-OK
           IF    W-FECHA-CALC-X  NUMERIC
                 IF    W-FC-AAAA  >  1900
                 AND   W-FC-MM    >  0
                 AND   W-FC-MM    <  13
                 AND   W-FC-DD    >  0
                       MOVE  W-DIAS-MES(W-FC-MM)  TO  W-DIAS-DEL-MES
                       IF    W-FC-MM  =  2
                             PERFORM COMPRUEBA-BISIESTO
                             IF    W-BISIESTO  =  'S'
                                   MOVE  29  TO  W-DIAS-DEL-MES
                             END-IF
                       END-IF
                       IF    W-FC-DD  NOT >  W-DIAS-DEL-MES
                             MOVE  'S'  TO  W-FECHA-OK
                       END-IF
                 END-IF
           END-IF.

       SUMA-UN-DIA.
           MOVE  W-DIAS-MES(W-FC-MM)  TO  W-DIAS-DEL-MES
           IF    W-FC-MM  =  2
                 PERFORM COMPRUEBA-BISIESTO
                 IF    W-BISIESTO  =  'S'
                       MOVE  29  TO  W-DIAS-DEL-MES
                 END-IF
           END-IF
           IF    W-FC-DD  <  W-DIAS-DEL-MES
                 ADD   1  TO  W-FC-DD
           ELSE
                 MOVE  1  TO  W-FC-DD
                 IF    W-FC-MM  <  12
                       ADD   1  TO  W-FC-MM
                 ELSE
                       MOVE  1  TO  W-FC-MM
                       ADD   1  TO  W-FC-AAAA
                 END-IF
           END-IF.

      *    TRAS SUMAR O RESTAR ANYOS, UN 29 DE FEBRERO EN ANYO NO
      *    BISIESTO PASA A 28
       AJUSTA-29-FEBRERO.
           IF    W-FC-MM  =  2
           AND   W-FC-DD  =  29
                 PERFORM COMPRUEBA-BISIESTO
                 IF    W-BISIESTO  =  'N'
                       MOVE  28  TO  W-FC-DD
                 END-IF
           END-IF.

       COMPRUEBA-BISIESTO.
           MOVE  'N'  TO  W-BISIESTO
           DIVIDE W-FC-AAAA  BY  4    GIVING  W-COCIENTE
                                      REMAINDER  W-RESTO
           IF    W-RESTO  =  ZEROS
                 MOVE  'S'  TO  W-BISIESTO
                 DIVIDE W-FC-AAAA  BY  100  GIVING  W-COCIENTE
                                            REMAINDER  W-RESTO
                 IF    W-RESTO  =  ZEROS
                       MOVE  'N'  TO  W-BISIESTO
                       DIVIDE W-FC-AAAA  BY  400  GIVING  W-COCIENTE
                                                  REMAINDER  W-RESTO
                       IF    W-RESTO  =  ZEROS
                             MOVE  'S'  TO  W-BISIESTO
                       END-IF
                 END-IF
           END-IF.

      *=================================================================
      * ESCRIBE-TOTALES: PIE DE LAS DOS LISTAS
      *
       ESCRIBE-TOTALES.
           MOVE  'TOTAL REVISIONES PROXIMAS'  TO  LTO-ETIQUETA
           MOVE  CNT-PROXIMAS                 TO  LTO-CONTADOR
           MOVE  SPACES  TO  REG-PRX
           WRITE REG-PRX  FROM  LINEA-TOTAL
           MOVE  'TOTAL REVISIONES VENCIDAS'  TO  LTO-ETIQUETA
           MOVE  CNT-VENCIDAS                 TO  LTO-CONTADOR
           MOVE  SPACES  TO  REG-VEN
           WRITE REG-VEN  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-03A     TO      REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS PE0003W     ' REG-TOTAL
           MOVE    REG-LEIDOS-REL     TO      REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS PE0001R     ' REG-TOTAL
           MOVE    REG-LEIDOS-PEH     TO      REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS PEH4CAM     ' REG-TOTAL
           MOVE    REG-LEIDOS-CAM     TO      REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS CAMTIT      ' REG-TOTAL
           MOVE    REG-LEIDOS-REV     TO      REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS REVREAL     ' REG-TOTAL
           MOVE    REG-REV-RECHAZADAS TO      REG-TOTAL
           DISPLAY 'REVISIONES RECHAZADAS        ' REG-TOTAL
           MOVE    CNT-SOCIEDADES     TO      REG-TOTAL
           DISPLAY 'SOCIEDADES PLANIFICADAS      ' REG-TOTAL
           MOVE    CNT-SIN-AUDITORIA  TO      REG-TOTAL
           DISPLAY 'SOCIEDADES SIN AUDITORIA HOY ' REG-TOTAL
           MOVE    CNT-ALTAS          TO      REG-TOTAL
           DISPLAY 'ALTAS EN KYCREV              ' REG-TOTAL
           MOVE    CNT-ACTUALIZADAS   TO      REG-TOTAL
           DISPLAY 'ACTUALIZADAS EN KYCREV       ' REG-TOTAL
           MOVE    CNT-ADELANTADAS    TO      REG-TOTAL
           DISPLAY 'REVISIONES ADELANTADAS       ' REG-TOTAL
           MOVE    CNT-PROXIMAS       TO      REG-TOTAL
           DISPLAY 'REVISIONES PROXIMAS          ' REG-TOTAL
           MOVE    CNT-VENCIDAS       TO      REG-TOTAL
           DISPLAY 'REVISIONES VENCIDAS          ' REG-TOTAL
           IF      CNT-VENCIDAS  GREATER  ZEROS
                   DISPLAY 'AVISO: HAY REVISIONES KYC VENCIDAS'
                   MOVE  WLT-RC-VENCIDAS  TO  RETURN-CODE
           ELSE
                   MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-IF
           CLOSE    KYCWK
                    MAESTRO
                    KYCREV
                    PROXREV
                    VENCREV
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    PE03ACT
                    PE0001R
                    PEH4CAM
                    CAMTIT
                    REVREAL
                    KYCWK
                    MAESTRO
                    KYCREV
                    PROXREV
                    VENCREV
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
