      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80669.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80669 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80669                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  MANTENIMIENTO CON DOBLE CONTROL DE LAS TPA   =
      *=                  DE LA CADENA (EE003, EETP004 A EETP009).     =
      *=                  NINGUN CAMBIO SE EDITA YA SOBRE LA TPA: SE   =
      *=                  PROPONE CON FECHA EFECTIVA Y MOTIVO, Y OTRO  =
      *=                  USUARIO LO APRUEBA O LO RECHAZA. TODAS LAS   =
      *=                  PROPUESTAS QUEDAN EN EL HISTORICO TPAHIS     =
      *=                  (KSDS, COPY PE8062H); PE80670 PUBLICA EN LAS =
      *=                  TPA PLANAS SOLO LAS APROBADAS, Y SOLO A      =
      *=                  PARTIR DE SU FECHA EFECTIVA.                 =
      *=                  TARJETAS MOVTPA (COLUMNAS FIJAS):            =
      *=                    01     ACCION: P PROPONE, A APRUEBA,       =
      *=                           R RECHAZA, * COMENTARIO             =
      *=                    02-09  USUARIO                             =
      *=                    10-18  NUMERO DE PROPUESTA (A/R)           =
      *=                    19-26  TPA (EE003, EETP004 ... EETP009)    =
      *=                    27     OPERACION: M ALTA O MODIFICACION DE =
      *=                           FILA, B BAJA DE FILA (SOLO EETP004  =
      *=                           Y EETP006, LAS DE VARIAS FILAS)     =
      *=                    28-35  FECHA EFECTIVA AAAAMMDD             =
      *=                    36-55  REGISTRO DE LA TPA TAL CUAL         =
      *=                    56-80  MOTIVO (DE LA PROPUESTA O DEL       =
      *=                           RECHAZO)                            =
      *=                  REGLAS: EL QUE APRUEBA O RECHAZA NO PUEDE SER=
      *=                  EL QUE PROPUSO; SOLO SE RESUELVEN PROPUESTAS =
      *=                  PENDIENTES; LA FECHA EFECTIVA NO PUEDE SER   =
      *=                  ANTERIOR A LA FECHA DE NEGOCIO NI AL         =
      *=                  PROPONER NI AL APROBAR (EL HISTORICO DEBE    =
      *=                  DECIR LO QUE LA CADENA USO DE VERDAD); EL    =
      *=                  VALOR SE VALIDA CON EL DOMINIO DE CADA TPA   =
      *=                  (LOS MISMOS CRITERIOS QUE PE80646).          =
      *=                  CADA TARJETA SALE EN EL LISTADO CON SU       =
      *=                  RESULTADO. RC: 0 CORRECTO; 4 HAY TARJETAS    =
      *=                  RECHAZADAS POR VALIDACION.                   =
      *=                  PARM CAR: CARGA INICIAL. NO LEE TARJETAS:    =
      *=                  COPIA A TPAHIS, COMO VERSIONES APROBADAS CON =
      *=                  FECHA EFECTIVA LA DE NEGOCIO, TODAS LAS FILAS=
      *=                  DE LAS TPA PLANAS QUE AUN NO TIENEN NINGUNA  =
      *=                  VERSION. ASI EL PRIMER CAMBIO DE UNA TPA DE  =
      *=                  VARIAS FILAS (EETP004, EETP006) NO DEJA LA   =
      *=                  TPA PUBLICADA REDUCIDA A LA FILA CAMBIADA.   =
      *=                  ES REPETIBLE: UNA TPA CON VERSIONES NO SE    =
      *=                  VUELVE A CARGAR. SIN ESA CARGA, UNA PROPUESTA=
      *=                  SOBRE UNA TPA DE VARIAS FILAS SE RECHAZA.    =
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
      *= MOVTPA              TARJETAS DE MANTENIMIENTO DE TPA          =
      *= TPAHIS    PE8062H   HISTORICO DE VERSIONES DE TPA (KSDS)      =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= EE003R              TPA PLANAS DE LA CADENA (SOLO PARM CAR)   =
      *= EETP004R ...                                                  =
      *= EETP009R                                                      =
      *= LISTADO             RESULTADO DE CADA TARJETA (132)           =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PARM CAR: CARGA INICIAL DE=
      *=                                     LAS TPA PLANAS EN TPAHIS; =
      *=                                     SIN ELLA NO SE ADMITEN    =
      *=                                     PROPUESTAS EN LAS TPA DE  =
      *=                                     VARIAS FILAS              =
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

           SELECT MOVTPA  ASSIGN TO  MOVTPA
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-MOVTPA.

           SELECT TPAHIS  ASSIGN TO  TPAHIS
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   PE8062H-NUMPROP
                  FILE STATUS FS-TPAHIS.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT OPTIONAL EE003R  ASSIGN TO  EE003R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EE003R.

           SELECT OPTIONAL EETP004R  ASSIGN TO  EETP004R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP004R.

           SELECT OPTIONAL EETP005R  ASSIGN TO  EETP005R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP005R.

           SELECT OPTIONAL EETP006R  ASSIGN TO  EETP006R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP006R.

           SELECT OPTIONAL EETP007R  ASSIGN TO  EETP007R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP007R.

           SELECT OPTIONAL EETP008R  ASSIGN TO  EETP008R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP008R.

           SELECT OPTIONAL EETP009R  ASSIGN TO  EETP009R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP009R.

           SELECT LISTADO  ASSIGN TO  LISTADO
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-LISTADO.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= MOVTPA - TARJETAS DE PROPUESTA/APROBACION/RECHAZO             =
       FD  MOVTPA      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-MOVTPA.
           05  MOV-ACCION          PIC X(01).
               88  MOV-PROPONE           VALUE 'P'.
               88  MOV-APRUEBA           VALUE 'A'.
               88  MOV-RECHAZA           VALUE 'R'.
               88  MOV-COMENTARIO        VALUE '*'.
           05  MOV-USUARIO         PIC X(08).
           05  MOV-NUMPROP         PIC X(09).
           05  MOV-TABLA           PIC X(08).
           05  MOV-OPERACION       PIC X(01).
           05  MOV-FECVIG          PIC X(08).
           05  MOV-VALOR           PIC X(20).
           05  MOV-MOTIVO          PIC X(25).
      *
      *= TPAHIS - HISTORICO DE VERSIONES DE TPA (VSAM KSDS)            =
       FD  TPAHIS.
       01  REG-TPAHIS.
           COPY PE8062H.
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= TPA PLANAS DE LA CADENA, SOLO PARA LA CARGA INICIAL (LAYOUT EN=
      *= LOS PROGRAMAS QUE LAS LEEN)                                   =
       FD  EE003R      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EE003R              PIC  X(03).
       FD  EETP004R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP004R            PIC  X(07).
       FD  EETP005R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP005R            PIC  X(10).
       FD  EETP006R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP006R            PIC  X(11).
       FD  EETP007R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP007R            PIC  X(07).
       FD  EETP008R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP008R            PIC  X(07).
       FD  EETP009R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP009R            PIC  X(03).
      *
      *= LISTADO - RESULTADO DEL MANTENIMIENTO                         =
       FD  LISTADO     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-LIS                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80669'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-ERRONEAS    PIC 9(03)  VALUE 004.
       77  WLT-ROL-MINIMO     PIC 9(03)  VALUE 074.
       77  WLT-ROL-MAXIMO     PIC 9(03)  VALUE 087.
       77  WLT-S              PIC X      VALUE 'S'.
       77  WLT-N              PIC X      VALUE 'N'.
       77  WLT-OPER-MODIF     PIC X      VALUE 'M'.
       77  WLT-OPER-BAJA      PIC X      VALUE 'B'.
       77  WLT-PENDIENTE      PIC X      VALUE 'P'.
       77  WLT-APROBADA       PIC X      VALUE 'A'.
       77  WLT-RECHAZADA      PIC X      VALUE 'R'.
       77  WLT-USU-CARGA      PIC X(8)   VALUE 'CARGAINI'.
       77  WLT-ACCION-CARGA   PIC X      VALUE 'C'.

      *=================================================================
      * TPA MANTENIDAS: NOMBRE, LONGITUD DEL REGISTRO Y LONGITUD DE LA
      * CLAVE DE FILA (CERO EN LAS DE FILA UNICA)
      *
       01  W-TABLA-TPAS-LIT.
           05  FILLER  PIC X(11)  VALUE 'EE003   030'.
           05  FILLER  PIC X(11)  VALUE 'EETP004 073'.
           05  FILLER  PIC X(11)  VALUE 'EETP005 100'.
           05  FILLER  PIC X(11)  VALUE 'EETP006 118'.
           05  FILLER  PIC X(11)  VALUE 'EETP007 070'.
           05  FILLER  PIC X(11)  VALUE 'EETP008 070'.
           05  FILLER  PIC X(11)  VALUE 'EETP009 030'.
       01  W-TABLA-TPAS  REDEFINES  W-TABLA-TPAS-LIT.
           05  W-TPA-ENTRADA  OCCURS 7 TIMES.
               10  W-TPA-NOMBRE       PIC X(08).
               10  W-TPA-LONG         PIC 9(02).
               10  W-TPA-LCLAVE       PIC 9(01).

      *    POR TPA: TIENE ALGUNA VERSION EN TPAHIS (GESTIONADA)
       01  W-TABLA-ESTADO.
           05  W-EST-ENTRADA  OCCURS 7 TIMES.
               10  W-EST-VERSIONES    PIC X(01).

      *=================================================================
      * VISTAS DEL VALOR PROPUESTO POR TPA (LAYOUTS DE LOS PROGRAMAS
      * QUE LAS LEEN)
      *
       01  W-VALOR                 PIC X(20).
       01  W-VALOR-EE003  REDEFINES  W-VALOR.
           05  VEE3-PORCENTAJE     PIC X(03).
           05  FILLER              PIC X(17).
       01  W-VALOR-EETP004  REDEFINES  W-VALOR.
           05  VT04-CODRELPE       PIC X(03).
           05  VT04-INPOROBL       PIC X(01).
           05  VT04-INCOMPOR       PIC X(01).
           05  VT04-INFIRDOC       PIC X(01).
           05  VT04-INESTFID       PIC X(01).
           05  FILLER              PIC X(13).
       01  W-VALOR-EETP005  REDEFINES  W-VALOR.
           05  VT05-MINIMO         PIC X(07).
           05  VT05-PORMINREL      PIC X(03).
           05  FILLER              PIC X(10).
       01  W-VALOR-EETP006  REDEFINES  W-VALOR.
           05  VT06-PASO           PIC X(08).
           05  VT06-VALOR          PIC X(03).
           05  FILLER              PIC X(09).
       01  W-VALOR-MAXIMO  REDEFINES  W-VALOR.
           05  VMAX-VALOR          PIC X(07).
           05  FILLER              PIC X(13).

      *=================================================================
      * FECHA DE TRABAJO PARA VALIDAR LA FECHA EFECTIVA
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
           05  W-RESULTADO        PIC X(40)  VALUE SPACES.
           05  W-ULT-NUMPROP      PIC 9(09)  VALUE ZEROS.
           05  W-NUMPROP          PIC 9(09)  VALUE ZEROS.
           05  W-NUMERO           PIC 9(07)  VALUE ZEROS.
           05  W-IX               PIC 9(03)  COMP  VALUE ZEROS.
           05  W-IX-TPA           PIC 9(03)  COMP  VALUE ZEROS.
           05  W-LONG             PIC 9(02)  VALUE ZEROS.
           05  W-LCLAVE           PIC 9(01)  VALUE ZEROS.
           05  W-PROP-LEIDA       PIC X(01)  VALUE 'N'.
               88  PROPUESTA-LEIDA           VALUE 'S'.
           05  W-FECHA-OK         PIC X(01)  VALUE 'N'.
               88  FECHA-VALIDA              VALUE 'S'.
           05  W-FIN-MOVTPA       PIC 9      VALUE 0.
               88  FIN-MOVTPA                VALUE 1.
           05  W-FIN-TPAHIS       PIC 9      VALUE 0.
               88  FIN-TPAHIS                VALUE 1.
           05  W-FIN-TPA          PIC 9      VALUE 0.
               88  FIN-TPA                   VALUE 1.
           05  W-MODO             PIC X(01)  VALUE 'M'.
               88  MODO-TARJETAS             VALUE 'M'.
               88  MODO-CARGA                VALUE 'C'.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-MOV      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-HIS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PROPUESTAS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-APROBADAS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-RECHAZADAS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ERRONEAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CARGADAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE LISTADO
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(40)  VALUE
               'MANTENIMIENTO DE TPA CON DOBLE CONTROL A'.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(83)  VALUE SPACES.

       01  LINEA-COLUMNAS.
           05  FILLER              PIC X(41)  VALUE
               'A PROPUESTA TPA      CLAVE    O FECVIG   '.
           05  FILLER              PIC X(39)  VALUE
               'VALOR                USUARIO  RESULTADO'.
           05  FILLER              PIC X(52)  VALUE SPACES.

       01  LINEA-DETALLE.
           05  LDT-ACCION          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-NUMPROP         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-TABLA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CLAVE           PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-OPERACION       PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECVIG          PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-VALOR           PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-USUARIO         PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-RESULTADO       PIC X(40).
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(32)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(89)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-MOVTPA            PIC XX.
       77  FS-TPAHIS            PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-LISTADO           PIC XX.
       77  FS-EE003R            PIC XX.
       77  FS-EETP004R          PIC XX.
       77  FS-EETP005R          PIC XX.
       77  FS-EETP006R          PIC XX.
       77  FS-EETP007R          PIC XX.
       77  FS-EETP008R          PIC XX.
       77  FS-EETP009R          PIC XX.
       77  FS-TPA               PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (CAR = CARGA INICIAL, OPCIONAL)
      *
       LINKAGE SECTION.
       01  PARM-ENTRADA.
           05  PARM-LONG          PIC S9(4)  COMP.
           05  PARM-TEXTO         PIC X(03).

      *=================================================================
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM BUSCA-ULTIMA-PROPUESTA.
           IF    MODO-CARGA
                 PERFORM CARGA-TPA
                         VARYING W-IX-TPA FROM 1 BY 1
                         UNTIL   W-IX-TPA  >  7
           ELSE
                 PERFORM LEE-MOVTPA
                 PERFORM TRATA-MOVIMIENTO  UNTIL  FIN-MOVTPA
           END-IF.
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
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  NOT =  3
                 OR    PARM-TEXTO  NOT =  'CAR'
                       DISPLAY 'PARM INVALIDO (SE ESPERA CAR): '
                               PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 SET   MODO-CARGA  TO  TRUE
                 DISPLAY 'CARGA INICIAL DE TPA A FECHA ' W-FECHA-HOY
           ELSE
                 OPEN  INPUT    MOVTPA
                 IF    FS-MOVTPA  NOT EQUAL '00'
                       DISPLAY 'ERROR AL ABRIR MOVTPA ' FS-MOVTPA
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 7
                   MOVE  'N'  TO  W-EST-VERSIONES(W-IX)
           END-PERFORM
           OPEN  I-O      TPAHIS
      *    PRIMERA EJECUCION: EL HISTORICO SE CREA VACIO
           IF    FS-TPAHIS  =  '35'
                 OPEN  OUTPUT   TPAHIS
                 IF    FS-TPAHIS  NOT EQUAL '00'
                       DISPLAY 'ERROR AL CREAR TPAHIS ' FS-TPAHIS
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 CLOSE TPAHIS
                 OPEN  I-O      TPAHIS
           END-IF
           IF    FS-TPAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR TPAHIS ' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   LISTADO
           IF    FS-LISTADO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR LISTADO ' FS-LISTADO
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY  TO  LCB-FECHA
           MOVE  SPACES       TO  REG-LIS
           WRITE REG-LIS  FROM  LINEA-CABECERA
           MOVE  SPACES       TO  REG-LIS
           WRITE REG-LIS  FROM  LINEA-COLUMNAS.

      *=================================================================
      * BUSCA-ULTIMA-PROPUESTA: RECORRE EL HISTORICO PARA NUMERAR LAS
      *      PROPUESTAS NUEVAS A CONTINUACION DE LA ULTIMA (EL
      *      HISTORICO ES PEQUENO: SOLO CAMBIOS DE PARAMETROS) Y ANOTAR
      *      QUE TPA TIENEN YA ALGUNA VERSION
      *
       BUSCA-ULTIMA-PROPUESTA.
           MOVE  ZEROS  TO  PE8062H-NUMPROP
           START TPAHIS  KEY NOT LESS  PE8062H-NUMPROP
           IF    FS-TPAHIS  NOT EQUAL '00'
      *          HISTORICO VACIO: LA PRIMERA PROPUESTA SERA LA 1
                 SET  FIN-TPAHIS  TO  TRUE
           END-IF
           PERFORM LEE-TPAHIS-SIG  UNTIL  FIN-TPAHIS
           MOVE    W-ULT-NUMPROP    TO        REG-TOTAL
           DISPLAY 'ULTIMA PROPUESTA REGISTRADA  ' REG-TOTAL.

       LEE-TPAHIS-SIG.
           READ  TPAHIS  NEXT
           EVALUATE FS-TPAHIS
           WHEN     '00'
                 ADD   1                TO  REG-LEIDOS-HIS
                 MOVE  PE8062H-NUMPROP  TO  W-ULT-NUMPROP
                 PERFORM MARCA-VERSIONES
                         VARYING W-IX FROM 1 BY 1
                         UNTIL   W-IX  >  7
           WHEN     '10'
                 SET   FIN-TPAHIS  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO TPAHIS ' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       MARCA-VERSIONES.
           IF    W-TPA-NOMBRE(W-IX)  =  PE8062H-TABLA
                 MOVE  'S'  TO  W-EST-VERSIONES(W-IX)
           END-IF.

       LEE-MOVTPA.
           READ  MOVTPA
           EVALUATE FS-MOVTPA
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-MOV
           WHEN     '10'
                 SET   FIN-MOVTPA  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO MOVTPA ' FS-MOVTPA
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-MOVIMIENTO: UNA TARJETA. W-RESULTADO EN BLANCO SIGNIFICA
      *      QUE TODAS LAS VALIDACIONES HECHAS HASTA EL MOMENTO PASAN;
      *      LA PRIMERA QUE FALLA DEJA SU TEXTO Y LAS DEMAS NO SE HACEN.
      *
       TRATA-MOVIMIENTO.
           MOVE  SPACES  TO  W-RESULTADO
           MOVE  ZEROS   TO  W-NUMPROP
           MOVE  'N'     TO  W-PROP-LEIDA
           EVALUATE TRUE
           WHEN  MOV-COMENTARIO
                 CONTINUE
           WHEN  MOV-PROPONE
                 PERFORM PROPONE
                 PERFORM LISTA-MOVIMIENTO
           WHEN  MOV-APRUEBA
           WHEN  MOV-RECHAZA
                 PERFORM RESUELVE
                 PERFORM LISTA-MOVIMIENTO
           WHEN  OTHER
                 MOVE  'ACCION DESCONOCIDA (P/A/R)'  TO  W-RESULTADO
                 PERFORM LISTA-MOVIMIENTO
           END-EVALUATE
           PERFORM LEE-MOVTPA.

      *=================================================================
      * PROPONE: VALIDA LA TARJETA Y GRABA LA PROPUESTA PENDIENTE
      *
       PROPONE.
           IF    MOV-USUARIO  =  SPACES
                 MOVE  'FALTA EL USUARIO'  TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
                 PERFORM BUSCA-TPA
           END-IF
           IF    W-RESULTADO  =  SPACES
                 IF    MOV-OPERACION  NOT =  WLT-OPER-MODIF
                 AND   MOV-OPERACION  NOT =  WLT-OPER-BAJA
                       MOVE  'OPERACION DESCONOCIDA (M/B)'
                             TO  W-RESULTADO
                 END-IF
                 IF    MOV-OPERACION  =  WLT-OPER-BAJA
                 AND   W-LCLAVE  =  ZEROS
                       MOVE  'BAJA SOLO EN TPA DE VARIAS FILAS'
                             TO  W-RESULTADO
                 END-IF
           END-IF
      *    UNA TPA DE VARIAS FILAS SIN CARGA INICIAL SE PUBLICARIA SOLO
      *    CON LAS FILAS PROPUESTAS
           IF    W-RESULTADO  =  SPACES
           AND   W-LCLAVE  >  ZEROS
           AND   W-EST-VERSIONES(W-IX-TPA)  NOT =  'S'
                 MOVE  'TPA SIN CARGA INICIAL EN TPAHIS (PARM CAR)'
                       TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
                 PERFORM VALIDA-FECVIG
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   MOV-MOTIVO  =  SPACES
                 MOVE  'FALTA EL MOTIVO'  TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
                 MOVE  MOV-VALOR  TO  W-VALOR
                 IF    W-VALOR(W-LONG + 1:)  NOT =  SPACES
                       MOVE  'VALOR MAS LARGO QUE EL REGISTRO DE LA TPA'
                             TO  W-RESULTADO
                 ELSE
                       PERFORM VALIDA-VALOR
                 END-IF
           END-IF
           IF    W-RESULTADO  =  SPACES
                 PERFORM GRABA-PROPUESTA
           ELSE
                 ADD   1  TO  CNT-ERRONEAS
           END-IF.

       BUSCA-TPA.
           MOVE  ZEROS  TO  W-IX-TPA
           PERFORM COMPARA-TPA
                   VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  7
                      OR   W-IX-TPA  >  ZEROS
           IF    W-IX-TPA  =  ZEROS
                 MOVE  'TPA NO MANTENIDA POR ESTE PROCESO'
                       TO  W-RESULTADO
           ELSE
                 MOVE  W-TPA-LONG(W-IX-TPA)    TO  W-LONG
                 MOVE  W-TPA-LCLAVE(W-IX-TPA)  TO  W-LCLAVE
           END-IF.

       COMPARA-TPA.
           IF    W-TPA-NOMBRE(W-IX)  =  MOV-TABLA
                 MOVE  W-IX  TO  W-IX-TPA
           END-IF.

      *    LA FECHA EFECTIVA NO PUEDE QUEDAR ATRAS: EL HISTORICO DEBE
      *    COINCIDIR CON LO QUE LA CADENA LEYO CADA DIA
       VALIDA-FECVIG.
           MOVE  MOV-FECVIG  TO  W-FECHA-CALC-X
           PERFORM VALIDA-FECHA
           IF    NOT FECHA-VALIDA
                 MOVE  'FECHA EFECTIVA INVALIDA (AAAAMMDD)'
                       TO  W-RESULTADO
           ELSE
                 IF    MOV-FECVIG  <  W-FECHA-HOY
                       MOVE  'FECHA EFECTIVA ANTERIOR A HOY'
                             TO  W-RESULTADO
                 END-IF
           END-IF.

      *=================================================================
      * VALIDA-VALOR: DOMINIO DE CADA TPA (CRITERIOS DE PE80646 PARA
      *      EE003/EETP004/EETP005; NUMERICO PARA LAS DEMAS). EN UNA
      *      BAJA SOLO CUENTA LA CLAVE DE LA FILA.
      *
       VALIDA-VALOR.
           EVALUATE MOV-TABLA
           WHEN  'EE003'
                 IF    VEE3-PORCENTAJE  NOT NUMERIC
                       MOVE  'EE003 NO NUMERICO'  TO  W-RESULTADO
                 ELSE
                       MOVE  VEE3-PORCENTAJE  TO  W-NUMERO
                       IF    W-NUMERO  <  1
                       OR    W-NUMERO  >  100
                             MOVE  'EE003 FUERA DE DOMINIO (1-100)'
                                   TO  W-RESULTADO
                       END-IF
                 END-IF
           WHEN  'EETP004'
                 PERFORM VALIDA-EETP004
           WHEN  'EETP005'
                 IF    VT05-MINIMO     NOT NUMERIC
                 OR    VT05-PORMINREL  NOT NUMERIC
                       MOVE  'EETP005 NO NUMERICO'  TO  W-RESULTADO
                 ELSE
                       MOVE  VT05-MINIMO  TO  W-NUMERO
                       IF    W-NUMERO  =  ZEROS
                             MOVE  'EETP005 MINIMO NO PLAUSIBLE'
                                   TO  W-RESULTADO
                       END-IF
                       MOVE  VT05-PORMINREL  TO  W-NUMERO
                       IF    W-NUMERO  <  1
                       OR    W-NUMERO  >  100
                             MOVE  'EETP005 PORCENTAJE FUERA DE DOMINIO'
                                   TO  W-RESULTADO
                       END-IF
                 END-IF
           WHEN  'EETP006'
                 IF    VT06-PASO  =  SPACES
                       MOVE  'EETP006 SIN PASO'  TO  W-RESULTADO
                 END-IF
                 IF    MOV-OPERACION  =  WLT-OPER-MODIF
                 AND   VT06-VALOR  NOT NUMERIC
                       MOVE  'EETP006 VALOR NO NUMERICO'
                             TO  W-RESULTADO
                 END-IF
           WHEN  'EETP007'
           WHEN  'EETP008'
                 IF    VMAX-VALOR  NOT NUMERIC
                       MOVE  'MAXIMO NO NUMERICO'  TO  W-RESULTADO
                 END-IF
           WHEN  'EETP009'
                 IF    VEE3-PORCENTAJE  NOT NUMERIC
                       MOVE  'EETP009 NO NUMERICO'  TO  W-RESULTADO
                 ELSE
                       MOVE  VEE3-PORCENTAJE  TO  W-NUMERO
                       IF    W-NUMERO  >  100
                             MOVE  'EETP009 FUERA DE DOMINIO (0-100)'
                                   TO  W-RESULTADO
                       END-IF
                 END-IF
           END-EVALUATE.

       VALIDA-EETP004.
           IF    VT04-CODRELPE  NOT NUMERIC
                 MOVE  'EETP004 ROL NO NUMERICO'  TO  W-RESULTADO
           ELSE
                 MOVE  VT04-CODRELPE  TO  W-NUMERO
                 IF    W-NUMERO  <  WLT-ROL-MINIMO
                 OR    W-NUMERO  >  WLT-ROL-MAXIMO
                       MOVE  'EETP004 ROL FUERA DE DOMINIO (74-87)'
                             TO  W-RESULTADO
                 END-IF
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   MOV-OPERACION  =  WLT-OPER-MODIF
                 IF  ( VT04-INPOROBL  NOT =  WLT-S  AND
                       VT04-INPOROBL  NOT =  WLT-N )
                 OR  ( VT04-INCOMPOR  NOT =  WLT-S  AND
                       VT04-INCOMPOR  NOT =  WLT-N )
                 OR  ( VT04-INFIRDOC  NOT =  WLT-S  AND
                       VT04-INFIRDOC  NOT =  WLT-N )
                 OR  ( VT04-INESTFID  NOT =  WLT-S  AND
                       VT04-INESTFID  NOT =  WLT-N )
                       MOVE  'EETP004 INDICADORES NO S/N'
                             TO  W-RESULTADO
                 END-IF
           END-IF.

       GRABA-PROPUESTA.
           ADD   1                TO  W-ULT-NUMPROP
           MOVE  W-ULT-NUMPROP    TO  W-NUMPROP
           MOVE  SPACES           TO  REG-TPAHIS
           MOVE  W-NUMPROP        TO  PE8062H-NUMPROP
           MOVE  MOV-TABLA        TO  PE8062H-TABLA
           IF    W-LCLAVE  >  ZEROS
                 MOVE  W-VALOR(1:W-LCLAVE)  TO  PE8062H-CLAVE-FILA
           END-IF
           MOVE  MOV-OPERACION    TO  PE8062H-OPERACION
           MOVE  MOV-FECVIG       TO  PE8062H-FECVIG
           MOVE  W-VALOR          TO  PE8062H-VALOR
           MOVE  WLT-PENDIENTE    TO  PE8062H-ESTADO
           MOVE  MOV-USUARIO      TO  PE8062H-USU-PROP
           MOVE  W-FECHA-HOY      TO  PE8062H-FEC-PROP
           MOVE  MOV-MOTIVO       TO  PE8062H-MOTIVO
           WRITE REG-TPAHIS
           IF    FS-TPAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR TPAHIS ' PE8062H-NUMPROP
                         ' FS=' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF
           SET   PROPUESTA-LEIDA  TO  TRUE
           ADD   1  TO  CNT-PROPUESTAS
           MOVE  'PROPUESTA REGISTRADA, PENDIENTE'  TO  W-RESULTADO.

      *=================================================================
      * RESUELVE: APROBACION O RECHAZO DE UNA PROPUESTA PENDIENTE POR UN
      *      USUARIO DISTINTO DEL QUE LA PROPUSO
      *
       RESUELVE.
           IF    MOV-USUARIO  =  SPACES
                 MOVE  'FALTA EL USUARIO'  TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
                 IF    MOV-NUMPROP  NOT NUMERIC
                       MOVE  'NUMERO DE PROPUESTA NO NUMERICO'
                             TO  W-RESULTADO
                 ELSE
                       MOVE  MOV-NUMPROP  TO  W-NUMPROP
                                              PE8062H-NUMPROP
                       READ  TPAHIS
                             INVALID KEY
                                   MOVE  'PROPUESTA INEXISTENTE'
                                         TO  W-RESULTADO
                             NOT INVALID KEY
                                   SET  PROPUESTA-LEIDA  TO  TRUE
                       END-READ
                 END-IF
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   PE8062H-ESTADO  NOT =  WLT-PENDIENTE
                 MOVE  'PROPUESTA YA RESUELTA'  TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   MOV-USUARIO  =  PE8062H-USU-PROP
                 MOVE  'EL QUE RESUELVE NO PUEDE SER EL QUE PROPUSO'
                       TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   MOV-APRUEBA
           AND   PE8062H-FECVIG  <  W-FECHA-HOY
                 MOVE  'FECHA EFECTIVA YA PASADA: PROPONER DE NUEVO'
                       TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
           AND   MOV-RECHAZA
           AND   MOV-MOTIVO  =  SPACES
                 MOVE  'FALTA EL MOTIVO DEL RECHAZO'  TO  W-RESULTADO
           END-IF
           IF    W-RESULTADO  =  SPACES
                 PERFORM GRABA-RESOLUCION
           ELSE
                 ADD   1  TO  CNT-ERRONEAS
           END-IF.

       GRABA-RESOLUCION.
           IF    MOV-APRUEBA
                 MOVE  WLT-APROBADA  TO  PE8062H-ESTADO
                 MOVE  'APROBADA'    TO  W-RESULTADO
                 ADD   1             TO  CNT-APROBADAS
           ELSE
                 MOVE  WLT-RECHAZADA TO  PE8062H-ESTADO
                 MOVE  'RECHAZADA'   TO  W-RESULTADO
                 ADD   1             TO  CNT-RECHAZADAS
           END-IF
           MOVE  MOV-USUARIO      TO  PE8062H-USU-RESOL
           MOVE  W-FECHA-HOY      TO  PE8062H-FEC-RESOL
           MOVE  MOV-MOTIVO       TO  PE8062H-MOTIVO-RESOL
           REWRITE REG-TPAHIS
           IF    FS-TPAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL REGRABAR TPAHIS ' PE8062H-NUMPROP
                         ' FS=' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CARGA-TPA: CARGA INICIAL DE UNA TPA. SI YA TIENE VERSIONES EN
      *      TPAHIS NO SE TOCA; SI NO, CADA FILA DE LA TPA PLANA SE
      *      GRABA TAL CUAL COMO VERSION APROBADA CON FECHA EFECTIVA LA
      *      DE NEGOCIO. NO SE VALIDA EL DOMINIO: ES LO QUE LA CADENA
      *      YA ESTA LEYENDO, Y PE80670 LO PUBLICARA SIN CAMBIOS.
      *
       CARGA-TPA.
           MOVE  W-TPA-LCLAVE(W-IX-TPA)  TO  W-LCLAVE
           MOVE  SPACES                  TO  W-VALOR
           MOVE  ZEROS                   TO  W-NUMPROP
           MOVE  'N'                     TO  W-PROP-LEIDA
           IF    W-EST-VERSIONES(W-IX-TPA)  =  'S'
                 MOVE  'TPA YA GESTIONADA: NO SE CARGA'  TO  W-RESULTADO
                 PERFORM LISTA-CARGA
           ELSE
                 PERFORM ABRE-TPA
                 IF    FS-TPA  =  '05'
                       MOVE  'TPA SIN FICHERO: NADA QUE CARGAR'
                             TO  W-RESULTADO
                       PERFORM LISTA-CARGA
                 ELSE
                       MOVE  0  TO  W-FIN-TPA
                       PERFORM LEE-TPA
                       PERFORM GRABA-CARGA  UNTIL  FIN-TPA
                 END-IF
                 PERFORM CIERRA-TPA
           END-IF.

       GRABA-CARGA.
           ADD   1                TO  W-ULT-NUMPROP
           MOVE  W-ULT-NUMPROP    TO  W-NUMPROP
           MOVE  SPACES           TO  REG-TPAHIS
           MOVE  W-NUMPROP        TO  PE8062H-NUMPROP
           MOVE  W-TPA-NOMBRE(W-IX-TPA)  TO  PE8062H-TABLA
           IF    W-LCLAVE  >  ZEROS
                 MOVE  W-VALOR(1:W-LCLAVE)  TO  PE8062H-CLAVE-FILA
           END-IF
           MOVE  WLT-OPER-MODIF   TO  PE8062H-OPERACION
           MOVE  W-FECHA-HOY      TO  PE8062H-FECVIG
           MOVE  W-VALOR          TO  PE8062H-VALOR
           MOVE  WLT-APROBADA     TO  PE8062H-ESTADO
           MOVE  WLT-USU-CARGA    TO  PE8062H-USU-PROP
                                      PE8062H-USU-RESOL
           MOVE  W-FECHA-HOY      TO  PE8062H-FEC-PROP
                                      PE8062H-FEC-RESOL
           MOVE  'CARGA INICIAL DESDE TPA'  TO  PE8062H-MOTIVO
           WRITE REG-TPAHIS
           IF    FS-TPAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR TPAHIS ' PE8062H-NUMPROP
                         ' FS=' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF
           SET   PROPUESTA-LEIDA  TO  TRUE
           ADD   1  TO  CNT-CARGADAS
           MOVE  'CARGA INICIAL, APROBADA'  TO  W-RESULTADO
           PERFORM LISTA-CARGA
           PERFORM LEE-TPA.

       LISTA-CARGA.
           MOVE  WLT-ACCION-CARGA  TO  LDT-ACCION
           MOVE  W-TPA-NOMBRE(W-IX-TPA)  TO  LDT-TABLA
           MOVE  W-NUMPROP         TO  LDT-NUMPROP
           IF    PROPUESTA-LEIDA
                 MOVE  PE8062H-CLAVE-FILA  TO  LDT-CLAVE
                 MOVE  PE8062H-OPERACION   TO  LDT-OPERACION
                 MOVE  PE8062H-FECVIG      TO  LDT-FECVIG
                 MOVE  PE8062H-VALOR       TO  LDT-VALOR
           ELSE
                 MOVE  SPACES              TO  LDT-CLAVE
                                               LDT-OPERACION
                                               LDT-FECVIG
                                               LDT-VALOR
           END-IF
           MOVE  WLT-USU-CARGA     TO  LDT-USUARIO
           MOVE  W-RESULTADO       TO  LDT-RESULTADO
           MOVE  SPACES            TO  REG-LIS
           WRITE REG-LIS  FROM  LINEA-DETALLE.

      *=================================================================
      * ABRE-TPA / LEE-TPA / CIERRA-TPA: FICHERO PLANO DE LA TPA EN
      *      CURSO (SOLO EN LA CARGA INICIAL). EL REGISTRO QUEDA EN
      *      W-VALOR, COMPLETADO CON ESPACIOS.
      *
       ABRE-TPA.
           EVALUATE W-IX-TPA
           WHEN  1
                 OPEN  INPUT  EE003R
                 MOVE  FS-EE003R    TO  FS-TPA
           WHEN  2
                 OPEN  INPUT  EETP004R
                 MOVE  FS-EETP004R  TO  FS-TPA
           WHEN  3
                 OPEN  INPUT  EETP005R
                 MOVE  FS-EETP005R  TO  FS-TPA
           WHEN  4
                 OPEN  INPUT  EETP006R
                 MOVE  FS-EETP006R  TO  FS-TPA
           WHEN  5
                 OPEN  INPUT  EETP007R
                 MOVE  FS-EETP007R  TO  FS-TPA
           WHEN  6
                 OPEN  INPUT  EETP008R
                 MOVE  FS-EETP008R  TO  FS-TPA
           WHEN  7
                 OPEN  INPUT  EETP009R
                 MOVE  FS-EETP009R  TO  FS-TPA
           END-EVALUATE
           IF    FS-TPA  NOT EQUAL '00'
           AND   FS-TPA  NOT EQUAL '05'
                 DISPLAY 'ERROR AL ABRIR TPA ' W-TPA-NOMBRE(W-IX-TPA)
                         ' FS=' FS-TPA
                 PERFORM ABNORMAL-ENDING
           END-IF.

       LEE-TPA.
           MOVE  SPACES  TO  W-VALOR
           EVALUATE W-IX-TPA
           WHEN  1
                 READ  EE003R    INTO  W-VALOR
                 MOVE  FS-EE003R    TO  FS-TPA
           WHEN  2
                 READ  EETP004R  INTO  W-VALOR
                 MOVE  FS-EETP004R  TO  FS-TPA
           WHEN  3
                 READ  EETP005R  INTO  W-VALOR
                 MOVE  FS-EETP005R  TO  FS-TPA
           WHEN  4
                 READ  EETP006R  INTO  W-VALOR
                 MOVE  FS-EETP006R  TO  FS-TPA
           WHEN  5
                 READ  EETP007R  INTO  W-VALOR
                 MOVE  FS-EETP007R  TO  FS-TPA
           WHEN  6
                 READ  EETP008R  INTO  W-VALOR
                 MOVE  FS-EETP008R  TO  FS-TPA
           WHEN  7
                 READ  EETP009R  INTO  W-VALOR
                 MOVE  FS-EETP009R  TO  FS-TPA
           END-EVALUATE
           EVALUATE FS-TPA
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-TPA  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO TPA ' W-TPA-NOMBRE(W-IX-TPA)
                         ' FS=' FS-TPA
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       CIERRA-TPA.
           EVALUATE W-IX-TPA
           WHEN  1
                 CLOSE EE003R
           WHEN  2
                 CLOSE EETP004R
           WHEN  3
                 CLOSE EETP005R
           WHEN  4
                 CLOSE EETP006R
           WHEN  5
                 CLOSE EETP007R
           WHEN  6
                 CLOSE EETP008R
           WHEN  7
                 CLOSE EETP009R
           END-EVALUATE.

      *=================================================================
      * LISTA-MOVIMIENTO: LINEA DEL LISTADO CON LA TARJETA (O, SI SE
      *      SE GRABO O SE LEYO LA PROPUESTA, CON SUS DATOS)
      *
       LISTA-MOVIMIENTO.
           MOVE  MOV-ACCION      TO  LDT-ACCION
           MOVE  W-NUMPROP       TO  LDT-NUMPROP
           IF    NOT PROPUESTA-LEIDA
                 MOVE  MOV-TABLA       TO  LDT-TABLA
                 MOVE  SPACES          TO  LDT-CLAVE
                 MOVE  MOV-OPERACION   TO  LDT-OPERACION
                 MOVE  MOV-FECVIG      TO  LDT-FECVIG
                 MOVE  MOV-VALOR       TO  LDT-VALOR
           ELSE
                 MOVE  PE8062H-TABLA       TO  LDT-TABLA
                 MOVE  PE8062H-CLAVE-FILA  TO  LDT-CLAVE
                 MOVE  PE8062H-OPERACION   TO  LDT-OPERACION
                 MOVE  PE8062H-FECVIG      TO  LDT-FECVIG
                 MOVE  PE8062H-VALOR       TO  LDT-VALOR
           END-IF
           MOVE  MOV-USUARIO     TO  LDT-USUARIO
           MOVE  W-RESULTADO     TO  LDT-RESULTADO
           MOVE  SPACES          TO  REG-LIS
           WRITE REG-LIS  FROM  LINEA-DETALLE.

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

      *=================================================================
      * ESCRIBE-TOTALES: RESUMEN AL PIE DEL LISTADO
      *
       ESCRIBE-TOTALES.
           IF    MODO-CARGA
                 MOVE  'TOTAL FILAS DE CARGA INICIAL'  TO  LTO-ETIQUETA
                 MOVE  CNT-CARGADAS                    TO  LTO-CONTADOR
                 PERFORM  ESCRIBE-LINEA-TOTAL
           END-IF
           MOVE  'TOTAL PROPUESTAS REGISTRADAS'  TO  LTO-ETIQUETA
           MOVE  CNT-PROPUESTAS                  TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL PROPUESTAS APROBADAS'    TO  LTO-ETIQUETA
           MOVE  CNT-APROBADAS                   TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL PROPUESTAS RECHAZADAS'   TO  LTO-ETIQUETA
           MOVE  CNT-RECHAZADAS                  TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL TARJETAS ERRONEAS'       TO  LTO-ETIQUETA
           MOVE  CNT-ERRONEAS                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-LIS
           WRITE REG-LIS  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-MOV   TO        REG-TOTAL
           DISPLAY 'TARJETAS LEIDAS              ' REG-TOTAL
           MOVE    CNT-PROPUESTAS   TO        REG-TOTAL
           DISPLAY 'PROPUESTAS REGISTRADAS       ' REG-TOTAL
           MOVE    CNT-APROBADAS    TO        REG-TOTAL
           DISPLAY 'PROPUESTAS APROBADAS         ' REG-TOTAL
           MOVE    CNT-RECHAZADAS   TO        REG-TOTAL
           DISPLAY 'PROPUESTAS RECHAZADAS        ' REG-TOTAL
           MOVE    CNT-ERRONEAS     TO        REG-TOTAL
           DISPLAY 'TARJETAS ERRONEAS            ' REG-TOTAL
           MOVE    CNT-CARGADAS     TO        REG-TOTAL
           DISPLAY 'FILAS DE CARGA INICIAL       ' REG-TOTAL
           IF      CNT-ERRONEAS  GREATER  ZEROS
                   DISPLAY 'AVISO: HAY TARJETAS NO APLICADAS, VER '
                           'LISTADO'
                   MOVE  WLT-RC-ERRONEAS  TO  RETURN-CODE
           ELSE
                   MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-IF
           CLOSE    MOVTPA
                    TPAHIS
                    LISTADO
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    MOVTPA
                    TPAHIS
                    LISTADO
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
