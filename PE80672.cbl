      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80672.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80672 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80672                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  CONSULTA EN LINEA DE TITULAR REAL (CICS,     =
      *=                  TRANSACCION PEUB, PSEUDOCONVERSACIONAL, SOLO =
      *=                  LECTURA). DOS VISTAS, TECLEADAS SOBRE        =
      *=                  PANTALLA LIMPIA:                             =
      *=                  PEUB E NUMPERSEMP [AAAA-MM-DD]               =
      *=                    TITULARES REALES DE LA EMPRESA VIGENTES EN =
      *=                    LA FECHA (POR DEFECTO HOY) SEGUN EL        =
      *=                    HISTORICO DB2PROD.PEH400, CON PORCENTAJE DE=
      *=                    CAPITAL Y DE VOTOS, ROL Y FECHAS DE        =
      *=                    VIGENCIA; EL CAMINO DE                     =
      *=                    DECISION DE LA ULTIMA AUDITORIA PE0003W DE =
      *=                    PE80619 (KSDS AUDUBO, CARGADO CADA DIA POR =
      *=                    JPE8086D) Y EL CASO DE EXCEPCION ABIERTO,  =
      *=                    SI LO HAY, DEL MAESTRO DE PE89947.         =
      *=                  PEUB P NUMPERSACC                            =
      *=                    TODAS LAS EMPRESAS DE LAS QUE LA PERSONA ES=
      *=                    O HA SIDO TITULAR REAL EN PEH400, LAS      =
      *=                    VIGENTES PRIMERO.                          =
      *=                  NOMBRE E IDENTIFICACION SALEN DEL KSDS       =
      *=                  NOMBRES DE JPE8080D. UNA FILA DE PEH400 ESTA =
      *=                  VIGENTE EN LA FECHA F SI FECINIVIG <= F Y    =
      *=                  FECFINVIG > F: EL DIA EN QUE PE80649 CIERRA  =
      *=                  UNA FILA Y ABRE LA QUE LA SUSTITUYE SOLO     =
      *=                  CUENTA LA NUEVA.                             =
      *=                  PF8/PF7 PAGINAN (LA CONSULTA SE REHACE EN    =
      *=                  CADA PASO, NO SE GUARDA NADA ENTRE TAREAS),  =
      *=                  PF3/CLEAR TERMINAN. CADA PANTALLA SERVIDA, O =
      *=                  RECHAZADA, DEJA UN REGISTRO PE8062L EN LA    =
      *=                  COLA TD PEUL (REGISTRO DE ACCESOS PARA LA    =
      *=                  AUDITORIA DE PROTECCION DE DATOS). SI ESE    =
      *=                  REGISTRO NO SE PUEDE GRABAR LA CONSULTA NO SE=
      *=                  SIRVE.                                       =
      *=                  LA FALTA DE NOMBRES, AUDUBO O MAESTRO (CERRA-=
      *=                  DOS EN LA REGION MIENTRAS EL BATCH LOS       =
      *=                  RECARGA) NO IMPIDE LA CONSULTA: SE AVISA EN  =
      *=                  PANTALLA Y SE SIRVE LO DEMAS.                =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= DB2PROD.PEH400  HISTORICO DE RELACIONES DE TITULAR REAL       =
      *=                                                               =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= NOMBRES             KSDS DE NOMBRES E IDENTIFICACION (CLAVE   =
      *=                     NUMPERSONA BINARIO)                       =
      *= AUDUBO              KSDS ULTIMA AUDITORIA PE0003W (CLAVE      =
      *=                     NUMPERSEMP+NUMPERSACC+CAMINO)             =
      *= MAESTRO             MAESTRO VSAM DE CASOS DE PE89947          =
      *= PEUL      PE8062L   COLA TD: REGISTRO DE ACCESOS              =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           MEDIDA QUE DECIDE LA      =
      *=                                     AUDITORIA (CAPITAL/VOTOS) =
      *= 15-10-26 N/A          DID           PORCENTAJE DE VOTOS       =
      *=                                     (PORVOTEMP) EN LAS LINEAS =
      *=                                     DE RELACION DE PEH400     =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-zSeries.
       OBJECT-COMPUTER.   IBM-zSeries.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80672'.
       77  WLT-FICH-NOMBRES   PIC X(8)   VALUE 'NOMBRES'.
       77  WLT-FICH-AUDUBO    PIC X(8)   VALUE 'AUDUBO'.
       77  WLT-FICH-MAESTRO   PIC X(8)   VALUE 'MAESTRO'.
       77  WLT-COLA-ACCESOS   PIC X(4)   VALUE 'PEUL'.
       77  WLT-FECHA-MAX      PIC X(10)  VALUE '9999-12-31'.
       77  WLT-MAX-LINEAS     PIC 9(03)  VALUE 400.
       77  WLT-LINEAS-PAGINA  PIC 9(03)  VALUE 018.
       77  WLT-MINUSCULAS     PIC X(26)  VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77  WLT-MAYUSCULAS     PIC X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WLT-MSG-FIN        PIC X(23)  VALUE
           'CONSULTA PEUB TERMINADA'.
       77  WLT-MSG-TRUNCADO   PIC X(79)  VALUE
           'RESULTADO TRUNCADO A 400 LINEAS (DETALLE: PE89949)'.
       77  WLT-MSG-SIN-ACCESO PIC X(79)  VALUE
           'REGISTRO DE ACCESOS NO DISPONIBLE: CONSULTA NO SERVIDA'.
       77  WLT-SEC-PERSONA    PIC X(79)  VALUE
           'EMPRESAS CONTROLADAS, VIGENTES E HISTORICAS (PEH400)'.
       77  WLT-SIN-EMPRESAS   PIC X(79)  VALUE
           'LA PERSONA NO CONSTA COMO TITULAR REAL DE NINGUNA EMPRESA'.
       77  WLT-SEC-AUDITORIA  PIC X(79)  VALUE
           'CAMINO DE DECISION (ULTIMA AUDITORIA DIARIA DE PE80619)'.
       77  WLT-SIN-AUDITORIA  PIC X(79)  VALUE
           'SIN REGISTROS DE AUDITORIA PARA LA EMPRESA'.
       77  WLT-AUD-NO-DISP    PIC X(79)  VALUE
           'AUDITORIA NO DISPONIBLE EN ESTE MOMENTO (AUDUBO)'.
       77  WLT-SIN-CASO       PIC X(79)  VALUE
           'SIN CASO DE EXCEPCION ABIERTO (MAESTRO PE89947)'.
       77  WLT-MAE-NO-DISP    PIC X(79)  VALUE
           'MAESTRO DE CASOS NO DISPONIBLE EN ESTE MOMENTO'.

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-RESP             PIC S9(8)  COMP  VALUE ZEROS.
           05  W-ABSTIME          PIC S9(15) COMP-3 VALUE ZEROS.
           05  W-FECHA-HOY        PIC X(10)  VALUE SPACES.
           05  W-HORA-HOY         PIC X(08)  VALUE SPACES.
           05  W-USUARIO          PIC X(08)  VALUE SPACES.
           05  W-ESTADO           PIC X(01)  VALUE 'S'.
               88  PETICION-OK               VALUE 'S'.
               88  PETICION-ERRONEA          VALUE 'E'.
               88  FIN-CONSULTA              VALUE 'F'.
           05  W-RESULTADO        PIC X(01)  VALUE 'C'.
           05  W-CODERROR         PIC X(08)  VALUE SPACES.
           05  W-MENSAJE          PIC X(79)  VALUE SPACES.
           05  W-FIN-CURSOR       PIC 9(01)  VALUE ZEROS.
               88  FIN-CURSOR                VALUE 1.
           05  W-FIN-AUDUBO       PIC 9(01)  VALUE ZEROS.
               88  FIN-AUDUBO                VALUE 1.
           05  W-NOMBRES-DISP     PIC X(01)  VALUE 'S'.
               88  NOMBRES-DISPONIBLE        VALUE 'S'.
           05  W-TRUNCADO         PIC X(01)  VALUE 'N'.
               88  RESULTADO-TRUNCADO        VALUE 'S'.
           05  W-FILAS            PIC 9(05)  COMP  VALUE ZEROS.
           05  W-NUM-LINEAS       PIC 9(05)  COMP  VALUE ZEROS.
           05  W-TOTAL-PAGINAS    PIC 9(05)  COMP  VALUE ZEROS.
           05  W-PRIMERA          PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX-LIN           PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX-PAN           PIC 9(05)  COMP  VALUE ZEROS.
           05  W-NOMBRE-ENC       PIC X(40)  VALUE SPACES.
           05  W-IDENT-ENC        PIC X(12)  VALUE SPACES.
           05  W-SQLCODE-ED       PIC -9(07).
           05  W-FECHA-OK         PIC X(01)  VALUE 'N'.
               88  FECHA-VALIDA              VALUE 'S'.

      *=================================================================
      * PETICION TECLEADA: PEUB VISTA NUMPERSONA [AAAA-MM-DD]
      *
       01  W-PETICION.
           05  W-LONG-ENT         PIC S9(4)  COMP  VALUE 80.
           05  W-ENTRADA          PIC X(80)  VALUE SPACES.
           05  W-BLANCOS          PIC 9(03)  COMP  VALUE ZEROS.
           05  W-PUNTERO          PIC 9(03)  COMP  VALUE ZEROS.
           05  W-ENT-TRANS        PIC X(04)  VALUE SPACES.
           05  W-ENT-VISTA        PIC X(02)  VALUE SPACES.
           05  W-ENT-CLAVE        PIC X(10)  VALUE SPACES.
           05  W-ENT-FECHA        PIC X(11)  VALUE SPACES.
           05  W-ENT-RESTO        PIC X(20)  VALUE SPACES.
           05  W-LON-VISTA        PIC 9(03)  COMP  VALUE ZEROS.
           05  W-LON-CLAVE        PIC 9(03)  COMP  VALUE ZEROS.
           05  W-LON-FECHA        PIC 9(03)  COMP  VALUE ZEROS.
           05  W-POS-CLAVE        PIC 9(03)  COMP  VALUE ZEROS.
           05  W-CLAVE-X          PIC X(09)  VALUE ZEROS.
           05  W-CLAVE-N  REDEFINES  W-CLAVE-X  PIC 9(09).

      *=================================================================
      * COMMAREA ENTRE TAREAS: LA CONSULTA EN CURSO Y SU PAGINA
      *
       01  W-COMMAREA.
           05  CA-VISTA           PIC X(01).
               88  VISTA-EMPRESA             VALUE 'E'.
               88  VISTA-PERSONA             VALUE 'P'.
           05  CA-NUMPERSONA      PIC 9(09).
           05  CA-FECHA           PIC X(10).
           05  CA-PAGINA          PIC 9(03).

      *=================================================================
      * FECHA DE TRABAJO PARA VALIDAR LA FECHA DE CONSULTA
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
      * DESCRIPCION DE LOS CAMINOS DE DECISION DE PE0003W
      *
       01  W-TABLA-CAMINOS.
           05  FILLER  PIC X(12)  VALUE 'PORCENTAJE'.
           05  FILLER  PIC X(12)  VALUE 'FIRMA'.
           05  FILLER  PIC X(12)  VALUE 'DIRECTIVO'.
           05  FILLER  PIC X(12)  VALUE 'SIN UBO'.
           05  FILLER  PIC X(12)  VALUE 'DESBORDE'.
           05  FILLER  PIC X(12)  VALUE 'FIDEICOMISO'.
           05  FILLER  PIC X(12)  VALUE 'DECLARADO'.
           05  FILLER  PIC X(12)  VALUE 'IDENTIDAD'.
       01  W-TABLA-CAMINOS-R  REDEFINES  W-TABLA-CAMINOS.
           05  W-DESC-CAMINO  OCCURS 8 TIMES  PIC X(12).

      *=================================================================
      * REGISTROS DE LOS FICHEROS VSAM (MISMO LAYOUT QUE EN BATCH)
      *
      *= NOMBRES - NUMPERSONA BINARIO + NOMBRE + IDENTIFICACION (56)   =
       01  W-NOM-CLAVE            PIC S9(9)  COMP  VALUE ZEROS.
       01  W-REG-NOMBRES.
           05  NOM-NUMPERSONA      PIC S9(9) COMP.
           05  NOM-NOMBRE          PIC X(40).
           05  NOM-NUMIDENT        PIC X(12).
      *
      *= AUDUBO - REGISTRO PE0003W DE PE80619 (60), CLAVE LAS 19       =
      *=          PRIMERAS POSICIONES                                  =
       01  W-AUD-CLAVE.
           05  W-AUDC-NUMPERSEMP   PIC 9(09).
           05  W-AUDC-NUMPERSACC   PIC 9(09).
           05  W-AUDC-CAMINO       PIC X(01).
       01  W-REG-AUDUBO.
           05  AUD-NUMPERSEMP      PIC 9(09).
           05  AUD-NUMPERSACC      PIC 9(09).
           05  AUD-CAMINO          PIC X(01).
           05  AUD-CAMINO-N  REDEFINES  AUD-CAMINO  PIC 9(01).
           05  AUD-PORACUM         PIC 9(05)V99.
           05  AUD-FECALTA         PIC X(10).
           05  AUD-FECBAJA         PIC X(10).
           05  AUD-PORCENTMIN      PIC 9(03).
           05  AUD-ROLES004        PIC 9(03).
           05  AUD-NUMREL          PIC 9(04).
           05  AUD-MEDIDA          PIC X(04).
      *
      *= MAESTRO - CASOS DE EXCEPCION DE PE89947, UNO POR NUMPERSEMP   =
       01  W-MAE-CLAVE            PIC 9(09)  VALUE ZEROS.
       01  W-REG-MAESTRO.
           05  MAE-NUMPERSEMP      PIC 9(09).
           05  MAE-ESTADO          PIC X(01).
               88  CASO-ABIERTO       VALUE 'A'.
               88  CASO-CERRADO       VALUE 'C'.
           05  MAE-MOTIVO          PIC X(01).
               88  MAE-SIN-UBO        VALUE '1'.
               88  MAE-DESBORDE       VALUE '2'.
           05  MAE-FECPRIMERA      PIC X(08).
           05  MAE-FECULTIMA       PIC X(08).
           05  MAE-DIAS-CONSEC     PIC 9(05).
           05  MAE-FECRESOL        PIC X(08).
           05  FILLER              PIC X(10).

      *=================================================================
      * REGISTRO DE ACCESOS (COLA TD PEUL)
      *
       01  W-LONG-ACCESO          PIC S9(4)  COMP  VALUE 100.
       01  W-REG-ACCESO.
           COPY PE8062L.

      *=================================================================
      * DB2: SQLCA, VARIABLES HOST Y CURSORES SOBRE PEH400
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  H-PEH400.
           05  H-NUMPERSEMP        PIC S9(9)     COMP.
           05  H-NUMPERSACC        PIC S9(9)     COMP.
           05  H-CODRELPEPE        PIC S9(4)     COMP.
           05  H-PORPARTEMP        PIC S9(3)V99  COMP-3.
           05  H-PORVOTEMP         PIC S9(3)V99  COMP-3.
           05  H-FECINIVIG         PIC X(10).
           05  H-FECFINVIG         PIC X(10).
           05  H-FECHA             PIC X(10).

      *    TITULARES REALES DE UNA EMPRESA VIGENTES EN UNA FECHA
           EXEC SQL DECLARE CUR-EMPRESA CURSOR FOR
                SELECT PE1100_NUMPERSACC,
                       BS2100_CODRELPEPE,
                       PE1900_PORPARTEMP,
                       PE1900_PORVOTEMP,
                       CHAR(PEK700_FECINIVIG, ISO),
                       CHAR(PEK700_FECFINVIG, ISO)
                  FROM DB2PROD.PEH400
                 WHERE PE1100_NUMPERSEMP  = :H-NUMPERSEMP
                   AND PEK700_FECINIVIG  <= :H-FECHA
                   AND PEK700_FECFINVIG   > :H-FECHA
                 ORDER BY PE1900_PORPARTEMP DESC,
                          PE1100_NUMPERSACC,
                          BS2100_CODRELPEPE
                FOR FETCH ONLY
                WITH UR
           END-EXEC.

      *    EMPRESAS DE LAS QUE UNA PERSONA ES O HA SIDO TITULAR REAL
           EXEC SQL DECLARE CUR-PERSONA CURSOR FOR
                SELECT PE1100_NUMPERSEMP,
                       BS2100_CODRELPEPE,
                       PE1900_PORPARTEMP,
                       PE1900_PORVOTEMP,
                       CHAR(PEK700_FECINIVIG, ISO),
                       CHAR(PEK700_FECFINVIG, ISO)
                  FROM DB2PROD.PEH400
                 WHERE PE1100_NUMPERSACC  = :H-NUMPERSACC
                 ORDER BY PEK700_FECFINVIG DESC,
                          PE1100_NUMPERSEMP,
                          PEK700_FECINIVIG DESC
                FOR FETCH ONLY
                WITH UR
           END-EXEC.

      *=================================================================
      * LINEAS DE CONSULTA (SE PAGINAN DE WLT-LINEAS-PAGINA EN
      * WLT-LINEAS-PAGINA) Y PANTALLA DE 23 LINEAS DE 80
      *
       01  W-TABLA-LINEAS.
           05  W-LIN  OCCURS 400 TIMES  PIC X(79).

       01  W-PANTALLA.
           05  W-PAN-LINEA  OCCURS 23 TIMES.
               10  W-PAN-TEXTO     PIC X(79).
               10  FILLER          PIC X(01).

       01  W-LINEA                PIC X(79)  VALUE SPACES.

       01  LIN-TITULO.
           05  FILLER              PIC X(44)  VALUE
               'PEUB   CONSULTA EN LINEA DE TITULAR REAL'.
           05  FILLER              PIC X(06)  VALUE 'FECHA '.
           05  LTI-FECHA           PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LTI-HORA            PIC X(08).
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  LIN-CONSULTA.
           05  LCO-TIPO            PIC X(09).
           05  LCO-NUMPERSONA      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LCO-NOMBRE          PIC X(40).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LCO-NUMIDENT        PIC X(12).
           05  FILLER              PIC X(07)  VALUE SPACES.

       01  LIN-GUIONES            PIC X(79)  VALUE ALL '-'.

       01  LIN-SECCION-FECHA.
           05  FILLER              PIC X(28)  VALUE
               'TITULARES REALES VIGENTES A '.
           05  LSF-FECHA           PIC X(10).
           05  FILLER              PIC X(41)  VALUE
               ' (HISTORICO PEH400)'.

       01  LIN-CAB-REL.
           05  FILLER              PIC X(10)  VALUE 'NUMPERSONA'.
           05  FILLER              PIC X(16)  VALUE 'NOMBRE'.
           05  FILLER              PIC X(13)  VALUE 'NUMIDENT'.
           05  FILLER              PIC X(05)  VALUE ' ROL'.
           05  FILLER              PIC X(07)  VALUE ' PORC.'.
           05  FILLER              PIC X(07)  VALUE ' VOTOS'.
           05  FILLER              PIC X(11)  VALUE 'DESDE'.
           05  FILLER              PIC X(10)  VALUE 'HASTA'.

       01  LIN-REL.
           05  LRE-NUMPERSONA      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-NOMBRE          PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-NUMIDENT        PIC X(12).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-CODRELPEPE      PIC ZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-PORCENTAJE      PIC ZZ9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-VOTOS           PIC ZZ9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-FECINIVIG       PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRE-FECFINVIG       PIC X(10).

       01  LIN-CAB-AUD.
           05  FILLER              PIC X(10)  VALUE 'NUMPERSACC'.
           05  FILLER              PIC X(13)  VALUE 'CAMINO'.
           05  FILLER              PIC X(10)  VALUE '  ACUMUL.'.
           05  FILLER              PIC X(11)  VALUE 'DESDE'.
           05  FILLER              PIC X(11)  VALUE 'HASTA'.
           05  FILLER              PIC X(04)  VALUE 'MIN'.
           05  FILLER              PIC X(04)  VALUE 'R04'.
           05  FILLER              PIC X(06)  VALUE 'NREL'.
           05  FILLER              PIC X(10)  VALUE 'MED'.

       01  LIN-AUD.
           05  LAU-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-CAMINO          PIC X(12).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-PORACUM         PIC ZZ.ZZ9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-FECALTA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-FECBAJA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-PORCENTMIN      PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-ROLES004        PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-NUMREL          PIC ZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LAU-MEDIDA          PIC X(04).
           05  FILLER              PIC X(07)  VALUE SPACES.

       01  LIN-CASO.
           05  FILLER              PIC X(32)  VALUE
               'CASO DE EXCEPCION ABIERTO DESDE '.
           05  LCA-FECPRIMERA      PIC X(08).
           05  FILLER              PIC X(09)  VALUE ' MOTIVO: '.
           05  LCA-MOTIVO          PIC X(08).
           05  FILLER              PIC X(07)  VALUE ' DIAS: '.
           05  LCA-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  LIN-PIE.
           05  FILLER              PIC X(07)  VALUE 'PAGINA '.
           05  LPI-PAGINA          PIC ZZ9.
           05  FILLER              PIC X(04)  VALUE ' DE '.
           05  LPI-TOTAL           PIC ZZ9.
           05  FILLER              PIC X(62)  VALUE
               '   PF7 ANTERIOR  PF8 SIGUIENTE  PF3/CLEAR FIN'.

       01  LIN-USO-1.
           05  FILLER              PIC X(37)  VALUE
               'USO: PEUB E NUMPERSEMP [AAAA-MM-DD]'.
           05  FILLER              PIC X(42)  VALUE
               'TITULARES REALES DE UNA EMPRESA'.
       01  LIN-USO-2.
           05  FILLER              PIC X(37)  VALUE
               '     PEUB P NUMPERSACC'.
           05  FILLER              PIC X(42)  VALUE
               'EMPRESAS DE UNA PERSONA'.

      *=================================================================
      * TECLAS DE FUNCION
      *
           COPY DFHAID.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================
       01  DFHCOMMAREA            PIC X(23).

      *=================================================================
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           EXEC CICS ASKTIME ABSTIME (W-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME  (W-ABSTIME)
                                YYYYMMDD (W-FECHA-HOY)
                                DATESEP  ('-')
                                TIME     (W-HORA-HOY)
                                TIMESEP  (':')
           END-EXEC
           EXEC CICS ASSIGN USERID (W-USUARIO)
           END-EXEC
           MOVE  SPACES      TO  W-TABLA-LINEAS
                                 W-PANTALLA
                                 W-MENSAJE
           MOVE  ZEROS       TO  W-NUM-LINEAS
           SET   PETICION-OK TO  TRUE
           MOVE  'C'         TO  W-RESULTADO.

       PROCESO.
           IF    EIBCALEN  =  ZEROS
                 PERFORM RECIBE-PETICION
           ELSE
                 PERFORM TRATA-TECLA
           END-IF
           IF    PETICION-OK
                 PERFORM MONTA-CONSULTA
                 PERFORM MONTA-PANTALLA
           END-IF
           IF    PETICION-ERRONEA
                 PERFORM MONTA-PANTALLA-USO
           END-IF
           IF    NOT FIN-CONSULTA
                 PERFORM GRABA-ACCESO
                 PERFORM ENVIA-PANTALLA
           END-IF.

      *=================================================================
      * RECIBE-PETICION: PRIMERA TAREA DE LA CONVERSACION. LEE LO
      *      TECLEADO (PEUB VISTA NUMPERSONA [AAAA-MM-DD]) Y LO VALIDA
      *
       RECIBE-PETICION.
           MOVE  SPACES      TO  W-ENTRADA
                                 W-ENT-TRANS
                                 W-ENT-VISTA
                                 W-ENT-CLAVE
                                 W-ENT-FECHA
                                 W-ENT-RESTO
           MOVE  80          TO  W-LONG-ENT
           MOVE  ZEROS       TO  W-LON-VISTA
                                 W-LON-CLAVE
                                 W-LON-FECHA
                                 W-BLANCOS
           MOVE  SPACES      TO  W-COMMAREA
           MOVE  ZEROS       TO  CA-NUMPERSONA
           MOVE  1           TO  CA-PAGINA
           EXEC CICS RECEIVE INTO   (W-ENTRADA)
                             LENGTH (W-LONG-ENT)
                             RESP   (W-RESP)
           END-EXEC
           IF    W-RESP  NOT =  DFHRESP(NORMAL)
           AND   W-RESP  NOT =  DFHRESP(LENGERR)
           AND   W-RESP  NOT =  DFHRESP(EOC)
                 MOVE  'ERROR AL RECIBIR LA PETICION'  TO  W-MENSAJE
                 PERFORM ANOTA-ERROR-ENTRADA
           ELSE
                 INSPECT W-ENTRADA CONVERTING WLT-MINUSCULAS
                                           TO WLT-MAYUSCULAS
                 INSPECT W-ENTRADA TALLYING W-BLANCOS
                         FOR LEADING SPACE
                 COMPUTE W-PUNTERO  =  W-BLANCOS + 1
                 IF    W-PUNTERO  >  80
                       MOVE  'TECLEE LA CONSULTA EN UNA PANTALLA LIMPIA'
                                                  TO  W-MENSAJE
                       PERFORM ANOTA-ERROR-ENTRADA
                 ELSE
                       UNSTRING W-ENTRADA  DELIMITED BY ALL SPACE
                           INTO  W-ENT-TRANS
                                 W-ENT-VISTA  COUNT IN  W-LON-VISTA
                                 W-ENT-CLAVE  COUNT IN  W-LON-CLAVE
                                 W-ENT-FECHA  COUNT IN  W-LON-FECHA
                                 W-ENT-RESTO
                           WITH POINTER  W-PUNTERO
                       END-UNSTRING
                       PERFORM VALIDA-PETICION
                 END-IF
           END-IF.

       VALIDA-PETICION.
           IF    W-LON-VISTA  NOT =  1
           OR   (W-ENT-VISTA  NOT =  'E'
           AND   W-ENT-VISTA  NOT =  'P')
                 MOVE  'VISTA NO VALIDA: E (EMPRESA) O P (PERSONA)'
                                                  TO  W-MENSAJE
                 PERFORM ANOTA-ERROR-ENTRADA
           END-IF
           IF    PETICION-OK
                 MOVE  W-ENT-VISTA(1:1)  TO  CA-VISTA
                 PERFORM VALIDA-NUMPERSONA
           END-IF
           IF    PETICION-OK
                 PERFORM VALIDA-FECHA-CONSULTA
           END-IF
           IF    PETICION-OK
           AND   W-ENT-RESTO  NOT =  SPACES
                 MOVE  'DATOS DE MAS EN LA PETICION'  TO  W-MENSAJE
                 PERFORM ANOTA-ERROR-ENTRADA
           END-IF.

      *    NUMPERSONA DE 1 A 9 DIGITOS, AJUSTADO A LA DERECHA CON CEROS
       VALIDA-NUMPERSONA.
           MOVE  ZEROS  TO  W-CLAVE-X
           IF    W-LON-CLAVE  >  ZEROS
           AND   W-LON-CLAVE  <  10
                 COMPUTE W-POS-CLAVE  =  10 - W-LON-CLAVE
                 MOVE  W-ENT-CLAVE(1:W-LON-CLAVE)
                   TO  W-CLAVE-X(W-POS-CLAVE:W-LON-CLAVE)
           END-IF
           IF    W-LON-CLAVE  =  ZEROS
           OR    W-LON-CLAVE  >  9
           OR    W-CLAVE-X  NOT NUMERIC
           OR    W-CLAVE-N  =  ZEROS
                 MOVE  'NUMPERSONA NO VALIDO (HASTA 9 DIGITOS)'
                                                  TO  W-MENSAJE
                 PERFORM ANOTA-ERROR-ENTRADA
           ELSE
                 MOVE  W-CLAVE-N  TO  CA-NUMPERSONA
           END-IF.

      *    LA VISTA E ADMITE FECHA DE CONSULTA (POR DEFECTO HOY); LA
      *    VISTA P ENSENA TODO EL HISTORICO Y NO LA ADMITE
       VALIDA-FECHA-CONSULTA.
           IF    W-LON-FECHA  =  ZEROS
                 IF    VISTA-EMPRESA
                       MOVE  W-FECHA-HOY  TO  CA-FECHA
                 END-IF
           ELSE
                 IF    VISTA-PERSONA
                       MOVE  'LA VISTA P NO ADMITE FECHA'  TO  W-MENSAJE
                       PERFORM ANOTA-ERROR-ENTRADA
                 ELSE
                       MOVE  'N'  TO  W-FECHA-OK
                       IF    W-LON-FECHA  =  10
                       AND   W-ENT-FECHA(5:1)  =  '-'
                       AND   W-ENT-FECHA(8:1)  =  '-'
                             MOVE  W-ENT-FECHA(1:4)  TO
                                   W-FECHA-CALC-X(1:4)
                             MOVE  W-ENT-FECHA(6:2)  TO
                                   W-FECHA-CALC-X(5:2)
                             MOVE  W-ENT-FECHA(9:2)  TO
                                   W-FECHA-CALC-X(7:2)
                             PERFORM VALIDA-FECHA
                       END-IF
                       IF    FECHA-VALIDA
                             MOVE  W-ENT-FECHA(1:10)  TO  CA-FECHA
                       ELSE
                             MOVE  'FECHA NO VALIDA (AAAA-MM-DD)'
                                                  TO  W-MENSAJE
                             PERFORM ANOTA-ERROR-ENTRADA
                       END-IF
                 END-IF
           END-IF.

       ANOTA-ERROR-ENTRADA.
           SET   PETICION-ERRONEA  TO  TRUE
           MOVE  'E'               TO  W-RESULTADO.

      *=================================================================
      * TRATA-TECLA: TAREAS SIGUIENTES. LA COMMAREA TRAE LA CONSULTA EN
      *      CURSO; PF8/PF7 CAMBIAN DE PAGINA Y PF3/CLEAR TERMINAN. LA
      *      PANTALLA ES DE TEXTO: UNA CONSULTA NUEVA SE TECLEA TRAS
      *      CLEAR
      *
       TRATA-TECLA.
           MOVE  DFHCOMMAREA  TO  W-COMMAREA
           EVALUATE TRUE
           WHEN  EIBAID  =  DFHPF3
           WHEN  EIBAID  =  DFHCLEAR
                 SET   FIN-CONSULTA  TO  TRUE
                 EXEC CICS SEND TEXT FROM   (WLT-MSG-FIN)
                                     LENGTH (LENGTH OF WLT-MSG-FIN)
                                     ERASE
                                     FREEKB
                 END-EXEC
           WHEN  EIBAID  =  DFHPF8
                 ADD   1  TO  CA-PAGINA
           WHEN  EIBAID  =  DFHPF7
                 IF    CA-PAGINA  >  1
                       SUBTRACT 1  FROM  CA-PAGINA
                 ELSE
                       MOVE  'ESTA ES LA PRIMERA PAGINA'  TO  W-MENSAJE
                 END-IF
           WHEN  OTHER
                 MOVE  'PF7/PF8 PAGINAN. NUEVA CONSULTA: CLEAR'
                                                  TO  W-MENSAJE
           END-EVALUATE.

      *=================================================================
      * MONTA-CONSULTA: GENERA TODAS LAS LINEAS DE LA CONSULTA EN
      *      W-TABLA-LINEAS; MONTA-PANTALLA SACA DE ELLAS LA PAGINA
      *
       MONTA-CONSULTA.
           MOVE  CA-NUMPERSONA  TO  W-NOM-CLAVE
           PERFORM BUSCA-NOMBRE
           MOVE  CA-NUMPERSONA  TO  LCO-NUMPERSONA
           MOVE  W-NOMBRE-ENC   TO  LCO-NOMBRE
           MOVE  W-IDENT-ENC    TO  LCO-NUMIDENT
           IF    VISTA-EMPRESA
                 MOVE  'EMPRESA  '  TO  LCO-TIPO
                 PERFORM CONSULTA-EMPRESA
           ELSE
                 MOVE  'PERSONA  '  TO  LCO-TIPO
                 PERFORM CONSULTA-PERSONA
           END-IF
           IF    RESULTADO-TRUNCADO
           AND   W-MENSAJE  =  SPACES
                 MOVE  WLT-MSG-TRUNCADO  TO  W-MENSAJE
           END-IF.

      *=================================================================
      * CONSULTA-EMPRESA: VISTA E. TITULARES VIGENTES EN CA-FECHA,
      *      CAMINO DE DECISION DE LA ULTIMA AUDITORIA Y CASO ABIERTO
      *
       CONSULTA-EMPRESA.
           MOVE  CA-FECHA  TO  LSF-FECHA
           MOVE  LIN-SECCION-FECHA  TO  W-LINEA
           PERFORM ANADE-LINEA
           MOVE  LIN-CAB-REL        TO  W-LINEA
           PERFORM ANADE-LINEA
           MOVE  CA-NUMPERSONA      TO  H-NUMPERSEMP
           MOVE  CA-FECHA           TO  H-FECHA
           MOVE  ZEROS              TO  W-FILAS
                                        W-FIN-CURSOR
           EXEC SQL OPEN CUR-EMPRESA END-EXEC
           IF    SQLCODE  NOT =  ZEROS
                 PERFORM ERROR-DB2
           ELSE
                 PERFORM LEE-CUR-EMPRESA
                 PERFORM TRATA-TITULAR  UNTIL  FIN-CURSOR
                 EXEC SQL CLOSE CUR-EMPRESA END-EXEC
           END-IF
           IF    W-FILAS  =  ZEROS
           AND   W-RESULTADO  =  'C'
                 MOVE  'SIN TITULARES REALES VIGENTES EN ESA FECHA'
                                            TO  W-LINEA
                 PERFORM ANADE-LINEA
                 MOVE  'V'                  TO  W-RESULTADO
           END-IF
           MOVE  SPACES  TO  W-LINEA
           PERFORM ANADE-LINEA
           PERFORM CONSULTA-AUDITORIA
           MOVE  SPACES  TO  W-LINEA
           PERFORM ANADE-LINEA
           PERFORM CONSULTA-CASO.

       LEE-CUR-EMPRESA.
           EXEC SQL FETCH CUR-EMPRESA
                     INTO :H-NUMPERSACC,
                          :H-CODRELPEPE,
                          :H-PORPARTEMP,
                          :H-PORVOTEMP,
                          :H-FECINIVIG,
                          :H-FECFINVIG
           END-EXEC
           EVALUATE SQLCODE
           WHEN     ZEROS
                 ADD   1  TO  W-FILAS
           WHEN     100
                 MOVE  1  TO  W-FIN-CURSOR
           WHEN  OTHER
                 MOVE  1  TO  W-FIN-CURSOR
                 PERFORM ERROR-DB2
           END-EVALUATE.

       TRATA-TITULAR.
           MOVE  H-NUMPERSACC  TO  W-NOM-CLAVE
           MOVE  H-NUMPERSACC  TO  LRE-NUMPERSONA
           PERFORM FORMATEA-RELACION
           PERFORM LEE-CUR-EMPRESA.

      *=================================================================
      * CONSULTA-PERSONA: VISTA P. TODAS LAS FILAS DE PEH400 DE LA
      *      PERSONA COMO NUMPERSACC, LAS VIGENTES PRIMERO
      *
       CONSULTA-PERSONA.
           MOVE  WLT-SEC-PERSONA    TO  W-LINEA
           PERFORM ANADE-LINEA
           MOVE  LIN-CAB-REL        TO  W-LINEA
           PERFORM ANADE-LINEA
           MOVE  CA-NUMPERSONA      TO  H-NUMPERSACC
           MOVE  ZEROS              TO  W-FILAS
                                        W-FIN-CURSOR
           EXEC SQL OPEN CUR-PERSONA END-EXEC
           IF    SQLCODE  NOT =  ZEROS
                 PERFORM ERROR-DB2
           ELSE
                 PERFORM LEE-CUR-PERSONA
                 PERFORM TRATA-EMPRESA  UNTIL  FIN-CURSOR
                 EXEC SQL CLOSE CUR-PERSONA END-EXEC
           END-IF
           IF    W-FILAS  =  ZEROS
           AND   W-RESULTADO  =  'C'
                 MOVE  WLT-SIN-EMPRESAS     TO  W-LINEA
                 PERFORM ANADE-LINEA
                 MOVE  'V'                  TO  W-RESULTADO
           END-IF.

       LEE-CUR-PERSONA.
           EXEC SQL FETCH CUR-PERSONA
                     INTO :H-NUMPERSEMP,
                          :H-CODRELPEPE,
                          :H-PORPARTEMP,
                          :H-PORVOTEMP,
                          :H-FECINIVIG,
                          :H-FECFINVIG
           END-EXEC
           EVALUATE SQLCODE
           WHEN     ZEROS
                 ADD   1  TO  W-FILAS
           WHEN     100
                 MOVE  1  TO  W-FIN-CURSOR
           WHEN  OTHER
                 MOVE  1  TO  W-FIN-CURSOR
                 PERFORM ERROR-DB2
           END-EVALUATE.

       TRATA-EMPRESA.
           MOVE  H-NUMPERSEMP  TO  W-NOM-CLAVE
           MOVE  H-NUMPERSEMP  TO  LRE-NUMPERSONA
           PERFORM FORMATEA-RELACION
           PERFORM LEE-CUR-PERSONA.

      *    LINEA DE RELACION COMUN A LAS DOS VISTAS (LA FILA ABIERTA
      *    9999-12-31 SE MUESTRA COMO VIGENTE)
       FORMATEA-RELACION.
           PERFORM BUSCA-NOMBRE
           MOVE  W-NOMBRE-ENC   TO  LRE-NOMBRE
           MOVE  W-IDENT-ENC    TO  LRE-NUMIDENT
           MOVE  H-CODRELPEPE   TO  LRE-CODRELPEPE
           MOVE  H-PORPARTEMP   TO  LRE-PORCENTAJE
           MOVE  H-PORVOTEMP    TO  LRE-VOTOS
           MOVE  H-FECINIVIG    TO  LRE-FECINIVIG
           IF    H-FECFINVIG  =  WLT-FECHA-MAX
                 MOVE  'VIGENTE'    TO  LRE-FECFINVIG
           ELSE
                 MOVE  H-FECFINVIG  TO  LRE-FECFINVIG
           END-IF
           MOVE  LIN-REL        TO  W-LINEA
           PERFORM ANADE-LINEA.

       ERROR-DB2.
           MOVE  SQLCODE        TO  W-SQLCODE-ED
           MOVE  W-SQLCODE-ED   TO  W-CODERROR
           MOVE  'T'            TO  W-RESULTADO
           MOVE  'ERROR DB2 AL CONSULTAR PEH400, SQLCODE:'  TO  W-LINEA
           MOVE  W-SQLCODE-ED   TO  W-LINEA(41:8)
           PERFORM ANADE-LINEA.

      *=================================================================
      * CONSULTA-AUDITORIA: REGISTROS PE0003W DE LA EMPRESA EN EL KSDS
      *      AUDUBO (ULTIMA AUDITORIA DIARIA DE PE80619)
      *
       CONSULTA-AUDITORIA.
           MOVE  WLT-SEC-AUDITORIA  TO  W-LINEA
           PERFORM ANADE-LINEA
           MOVE  CA-NUMPERSONA      TO  W-AUDC-NUMPERSEMP
           MOVE  ZEROS              TO  W-AUDC-NUMPERSACC
                                        W-FIN-AUDUBO
           MOVE  LOW-VALUES         TO  W-AUDC-CAMINO
           EXEC CICS STARTBR FILE   (WLT-FICH-AUDUBO)
                             RIDFLD (W-AUD-CLAVE)
                             GTEQ
                             RESP   (W-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN  W-RESP  =  DFHRESP(NORMAL)
                 MOVE  LIN-CAB-AUD  TO  W-LINEA
                 PERFORM ANADE-LINEA
                 PERFORM LEE-AUDUBO
                 IF    FIN-AUDUBO
                       MOVE  WLT-SIN-AUDITORIA  TO  W-LINEA
                       PERFORM ANADE-LINEA
                 END-IF
                 PERFORM TRATA-AUDITORIA  UNTIL  FIN-AUDUBO
                 EXEC CICS ENDBR FILE (WLT-FICH-AUDUBO)
                 END-EXEC
           WHEN  W-RESP  =  DFHRESP(NOTFND)
                 MOVE  WLT-SIN-AUDITORIA  TO  W-LINEA
                 PERFORM ANADE-LINEA
           WHEN  OTHER
                 MOVE  WLT-AUD-NO-DISP    TO  W-LINEA
                 PERFORM ANADE-LINEA
           END-EVALUATE.

       LEE-AUDUBO.
           EXEC CICS READNEXT FILE   (WLT-FICH-AUDUBO)
                              INTO   (W-REG-AUDUBO)
                              RIDFLD (W-AUD-CLAVE)
                              RESP   (W-RESP)
           END-EXEC
           IF    W-RESP  NOT =  DFHRESP(NORMAL)
                 MOVE  1  TO  W-FIN-AUDUBO
           ELSE
                 IF    AUD-NUMPERSEMP  NOT =  CA-NUMPERSONA
                       MOVE  1  TO  W-FIN-AUDUBO
                 END-IF
           END-IF.

       TRATA-AUDITORIA.
           MOVE  AUD-NUMPERSACC     TO  LAU-NUMPERSACC
           IF    AUD-CAMINO-N  NUMERIC
           AND   AUD-CAMINO-N  >  ZEROS
           AND   AUD-CAMINO-N  <  9
                 MOVE  W-DESC-CAMINO(AUD-CAMINO-N)  TO  LAU-CAMINO
           ELSE
                 MOVE  AUD-CAMINO   TO  LAU-CAMINO
           END-IF
           MOVE  AUD-PORACUM        TO  LAU-PORACUM
           MOVE  AUD-FECALTA        TO  LAU-FECALTA
           MOVE  AUD-FECBAJA        TO  LAU-FECBAJA
           MOVE  AUD-PORCENTMIN     TO  LAU-PORCENTMIN
           MOVE  AUD-ROLES004       TO  LAU-ROLES004
           MOVE  AUD-NUMREL         TO  LAU-NUMREL
           MOVE  AUD-MEDIDA         TO  LAU-MEDIDA
           MOVE  LIN-AUD            TO  W-LINEA
           PERFORM ANADE-LINEA
           PERFORM LEE-AUDUBO.

      *=================================================================
      * CONSULTA-CASO: CASO DE EXCEPCION ABIERTO EN EL MAESTRO DE
      *      PE89947 (LOS CERRADOS NO SE MUESTRAN)
      *
       CONSULTA-CASO.
           MOVE  CA-NUMPERSONA  TO  W-MAE-CLAVE
           EXEC CICS READ FILE   (WLT-FICH-MAESTRO)
                          INTO   (W-REG-MAESTRO)
                          RIDFLD (W-MAE-CLAVE)
                          RESP   (W-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN  W-RESP  =  DFHRESP(NORMAL)
           AND   CASO-ABIERTO
                 MOVE  MAE-FECPRIMERA   TO  LCA-FECPRIMERA
                 IF    MAE-DESBORDE
                       MOVE  'DESBORDE'   TO  LCA-MOTIVO
                 ELSE
                       MOVE  'SIN UBO'    TO  LCA-MOTIVO
                 END-IF
                 MOVE  MAE-DIAS-CONSEC  TO  LCA-DIAS
                 MOVE  LIN-CASO         TO  W-LINEA
           WHEN  W-RESP  =  DFHRESP(NORMAL)
           WHEN  W-RESP  =  DFHRESP(NOTFND)
                 MOVE  WLT-SIN-CASO     TO  W-LINEA
           WHEN  OTHER
                 MOVE  WLT-MAE-NO-DISP  TO  W-LINEA
           END-EVALUATE
           PERFORM ANADE-LINEA.

      *=================================================================
      * BUSCA-NOMBRE: NOMBRE E IDENTIFICACION DE W-NOM-CLAVE EN EL KSDS
      *      NOMBRES. SI EL FICHERO NO ESTA DISPONIBLE NO SE REINTENTA
      *      EN EL RESTO DE LA TAREA
      *
       BUSCA-NOMBRE.
           MOVE  SPACES  TO  W-NOMBRE-ENC
                             W-IDENT-ENC
           IF    NOMBRES-DISPONIBLE
                 EXEC CICS READ FILE   (WLT-FICH-NOMBRES)
                                INTO   (W-REG-NOMBRES)
                                RIDFLD (W-NOM-CLAVE)
                                RESP   (W-RESP)
                 END-EXEC
                 EVALUATE TRUE
                 WHEN  W-RESP  =  DFHRESP(NORMAL)
                       MOVE  NOM-NOMBRE    TO  W-NOMBRE-ENC
                       MOVE  NOM-NUMIDENT  TO  W-IDENT-ENC
                 WHEN  W-RESP  =  DFHRESP(NOTFND)
                       MOVE  '(SIN NOMBRE)'  TO  W-NOMBRE-ENC
                 WHEN  OTHER
                       MOVE  'N'  TO  W-NOMBRES-DISP
                       IF    W-MENSAJE  =  SPACES
                             MOVE  'NOMBRES NO DISPONIBLES'
                                                  TO  W-MENSAJE
                       END-IF
                 END-EVALUATE
           END-IF.

       ANADE-LINEA.
           IF    W-NUM-LINEAS  <  WLT-MAX-LINEAS
                 ADD   1       TO  W-NUM-LINEAS
                 MOVE  W-LINEA TO  W-LIN(W-NUM-LINEAS)
           ELSE
                 MOVE  'S'     TO  W-TRUNCADO
           END-IF
           MOVE  SPACES  TO  W-LINEA.

      *=================================================================
      * MONTA-PANTALLA: TITULO, CONSULTA, LA PAGINA CA-PAGINA DE LAS
      *      LINEAS, PIE CON LA PAGINACION Y LINEA DE MENSAJE
      *
       MONTA-PANTALLA.
           DIVIDE W-NUM-LINEAS  BY  WLT-LINEAS-PAGINA
                  GIVING  W-TOTAL-PAGINAS  REMAINDER  W-PRIMERA
           IF    W-PRIMERA  >  ZEROS
           OR    W-TOTAL-PAGINAS  =  ZEROS
                 ADD   1  TO  W-TOTAL-PAGINAS
           END-IF
           IF    CA-PAGINA  >  W-TOTAL-PAGINAS
                 MOVE  W-TOTAL-PAGINAS  TO  CA-PAGINA
                 IF    W-MENSAJE  =  SPACES
                       MOVE  'ESTA ES LA ULTIMA PAGINA'  TO  W-MENSAJE
                 END-IF
           END-IF
           MOVE  W-FECHA-HOY    TO  LTI-FECHA
           MOVE  W-HORA-HOY     TO  LTI-HORA
           MOVE  LIN-TITULO     TO  W-PAN-TEXTO(1)
           MOVE  LIN-CONSULTA   TO  W-PAN-TEXTO(2)
           MOVE  LIN-GUIONES    TO  W-PAN-TEXTO(3)
           COMPUTE W-PRIMERA  =  (CA-PAGINA - 1) * WLT-LINEAS-PAGINA
           MOVE  4              TO  W-IX-PAN
           PERFORM VARYING W-IX-LIN FROM W-PRIMERA BY 1
                   UNTIL   W-IX-LIN  >=  W-NUM-LINEAS
                   OR      W-IX-PAN  >   WLT-LINEAS-PAGINA + 3
              MOVE  W-LIN(W-IX-LIN + 1)  TO  W-PAN-TEXTO(W-IX-PAN)
              ADD   1  TO  W-IX-PAN
           END-PERFORM
           MOVE  CA-PAGINA        TO  LPI-PAGINA
           MOVE  W-TOTAL-PAGINAS  TO  LPI-TOTAL
           MOVE  LIN-PIE          TO  W-PAN-TEXTO(22)
           MOVE  W-MENSAJE        TO  W-PAN-TEXTO(23).

       MONTA-PANTALLA-USO.
           MOVE  W-FECHA-HOY    TO  LTI-FECHA
           MOVE  W-HORA-HOY     TO  LTI-HORA
           MOVE  LIN-TITULO     TO  W-PAN-TEXTO(1)
           MOVE  LIN-GUIONES    TO  W-PAN-TEXTO(3)
           MOVE  LIN-USO-1      TO  W-PAN-TEXTO(4)
           MOVE  LIN-USO-2      TO  W-PAN-TEXTO(5)
           MOVE  W-MENSAJE      TO  W-PAN-TEXTO(23).

      *=================================================================
      * GRABA-ACCESO: REGISTRO PE8062L EN LA COLA TD DE ACCESOS ANTES DE
      *      ENVIAR NADA. SIN REGISTRO NO HAY CONSULTA: LA PANTALLA SE
      *      SUSTITUYE POR EL AVISO Y LA CONVERSACION TERMINA
      *
       GRABA-ACCESO.
           MOVE  SPACES           TO  W-REG-ACCESO
           MOVE  W-FECHA-HOY      TO  PE8062L-FECHA
           MOVE  W-HORA-HOY       TO  PE8062L-HORA
           MOVE  W-USUARIO        TO  PE8062L-USUARIO
           MOVE  EIBTRMID         TO  PE8062L-TERMINAL
           MOVE  EIBTRNID         TO  PE8062L-TRANSACCION
           MOVE  CA-VISTA         TO  PE8062L-VISTA
           MOVE  CA-NUMPERSONA    TO  PE8062L-NUMPERSONA
           MOVE  CA-FECHA         TO  PE8062L-FECCONS
           MOVE  CA-PAGINA        TO  PE8062L-PAGINA
           MOVE  W-NUM-LINEAS     TO  PE8062L-NUMLINEAS
           MOVE  W-RESULTADO      TO  PE8062L-RESULTADO
           MOVE  W-CODERROR       TO  PE8062L-CODERROR
           EXEC CICS WRITEQ TD QUEUE  (WLT-COLA-ACCESOS)
                               FROM   (W-REG-ACCESO)
                               LENGTH (W-LONG-ACCESO)
                               RESP   (W-RESP)
           END-EXEC
           IF    W-RESP  NOT =  DFHRESP(NORMAL)
                 SET   PETICION-ERRONEA  TO  TRUE
                 MOVE  SPACES         TO  W-PANTALLA
                 MOVE  LIN-TITULO     TO  W-PAN-TEXTO(1)
                 MOVE  LIN-GUIONES    TO  W-PAN-TEXTO(3)
                 MOVE  WLT-MSG-SIN-ACCESO  TO  W-PAN-TEXTO(23)
           END-IF.

       ENVIA-PANTALLA.
           EXEC CICS SEND TEXT FROM   (W-PANTALLA)
                               LENGTH (LENGTH OF W-PANTALLA)
                               ERASE
                               FREEKB
           END-EXEC.

      *=================================================================
      * FIN-PROCESO: CON CONSULTA EN PANTALLA SE DEVUELVE EL CONTROL
      *      CON LA COMMAREA PARA PAGINAR; SI NO, FIN DE LA CONVERSACION
      *
       FIN-PROCESO.
           IF    PETICION-OK
                 EXEC CICS RETURN TRANSID  (EIBTRNID)
                                  COMMAREA (W-COMMAREA)
                                  LENGTH   (LENGTH OF W-COMMAREA)
                 END-EXEC
           ELSE
                 EXEC CICS RETURN
                 END-EXEC
           END-IF
           GOBACK.

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
