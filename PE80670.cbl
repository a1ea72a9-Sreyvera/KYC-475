      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80670.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80670 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80670                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  PUBLICACION DE LAS TPA DE LA CADENA A PARTIR =
      *=                  DEL HISTORICO DE VERSIONES TPAHIS (PE80669) E=
      *=                  INFORME DE PARAMETROS EN VIGOR A UNA FECHA.  =
      *=                  PARA CADA TPA Y FILA SE TOMA LA VERSION      =
      *=                  APROBADA DE FECHA EFECTIVA MAS RECIENTE QUE  =
      *=                  NO SUPERE LA FECHA DE REFERENCIA (A IGUALDAD =
      *=                  DE FECHA, LA PROPUESTA POSTERIOR); UNA BAJA  =
      *=                  ('B') RETIRA LA FILA. LAS PENDIENTES Y LAS   =
      *=                  RECHAZADAS NO CUENTAN NUNCA.                 =
      *=                  SIN PARM: FECHA DE NEGOCIO (FECHAR) Y SE     =
      *=                  REESCRIBEN LAS TPA PLANAS (EE003R ...        =
      *=                  EETP009R). UNA TPA SIN NINGUNA VERSION EN    =
      *=                  VIGOR EN TPAHIS NO SE ABRE Y QUEDA COMO      =
      *=                  ESTABA (TPA AUN NO GESTIONADA CON DOBLE      =
      *=                  CONTROL). UNA TPA GESTIONADA SE REESCRIBE    =
      *=                  ENTERA CON LO QUE HAY EN TPAHIS: LA CARGA    =
      *=                  INICIAL DE PE80669 (PARM CAR) LLEVA ANTES A  =
      *=                  TPAHIS TODAS SUS FILAS, Y PE80669 NO ADMITE  =
      *=                  PROPUESTAS EN UNA TPA DE VARIAS FILAS QUE NO =
      *=                  SE HAYA CARGADO. ES REPETIBLE PARA UNA MISMA =
      *=                  FECHA.                                       =
      *=                  PARM ASOF=AAAAMMDD: SOLO INFORME A ESA FECHA,=
      *=                  SIN TOCAR LAS TPA (CONSULTA DE AUDITORIA).   =
      *=                  RC: 0 CORRECTO; 4 AVISOS (TPA GESTIONADA QUE =
      *=                  QUEDA VACIA O PROPUESTA PENDIENTE CON FECHA  =
      *=                  EFECTIVA YA ALCANZADA).                      =
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
      *= TPAHIS    PE8062H   HISTORICO DE VERSIONES DE TPA (KSDS)      =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= EE003R              TPA PORCENTAJE MINIMO DE TITULAR REAL     =
      *= EETP004R            TPA ROLES DE ADMINISTRADORES/DIRECTIVOS   =
      *= EETP005R            TPA MINIMO/PORCENTAJE VOLUMEN PEL4        =
      *= EETP006R            TPA UMBRALES DE VOLUMEN POR PASO          =
      *= EETP007R            TPA MAXIMO DE HUERFANAS                   =
      *= EETP008R            TPA MAXIMO DE BORRADOS                    =
      *= EETP009R            TPA TOLERANCIA DE COMPLETITUD             =
      *= INFORME             PARAMETROS EN VIGOR A LA FECHA (132)      =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           DESCRIPCION: CARGA INICIAL=
      *=                                     DE LAS TPA EN PE80669     =
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

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

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
      *= TPA PLANAS DE LA CADENA (LAYOUT EN LOS PROGRAMAS QUE LAS LEEN)=
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
      *= INFORME - PARAMETROS EN VIGOR A LA FECHA DE REFERENCIA        =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80670'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-AVISO       PIC 9(03)  VALUE 004.
       77  WLT-MAX-VIG        PIC 9(04)  VALUE 0500.
       77  WLT-OPER-BAJA      PIC X      VALUE 'B'.
       77  WLT-PENDIENTE      PIC X      VALUE 'P'.
       77  WLT-APROBADA       PIC X      VALUE 'A'.

      *=================================================================
      * TPA PUBLICADAS: NOMBRE Y LONGITUD DEL REGISTRO (MISMO ORDEN QUE
      * LA TABLA DE PE80669)
      *
       01  W-TABLA-TPAS-LIT.
           05  FILLER  PIC X(10)  VALUE 'EE003   03'.
           05  FILLER  PIC X(10)  VALUE 'EETP004 07'.
           05  FILLER  PIC X(10)  VALUE 'EETP005 10'.
           05  FILLER  PIC X(10)  VALUE 'EETP006 11'.
           05  FILLER  PIC X(10)  VALUE 'EETP007 07'.
           05  FILLER  PIC X(10)  VALUE 'EETP008 07'.
           05  FILLER  PIC X(10)  VALUE 'EETP009 03'.
       01  W-TABLA-TPAS  REDEFINES  W-TABLA-TPAS-LIT.
           05  W-TPA-ENTRADA  OCCURS 7 TIMES.
               10  W-TPA-NOMBRE       PIC X(08).
               10  W-TPA-LONG         PIC 9(02).

      *    POR TPA: GESTIONADA (TIENE ALGUNA VERSION EN VIGOR) Y FILAS
       01  W-TABLA-ESTADO.
           05  W-EST-ENTRADA  OCCURS 7 TIMES.
               10  W-EST-GESTIONADA   PIC X(01).
               10  W-EST-FILAS        PIC 9(05)  COMP.

      *=================================================================
      * VERSIONES EN VIGOR, ORDENADAS POR TPA + CLAVE DE FILA. UNA
      * TABLA LLENA ABORTA: PUBLICAR UNA TPA INCOMPLETA SERIA PEOR QUE
      * NO PUBLICAR.
      *
       01  W-TABLA-VIGOR.
           05  W-VIG-COUNT            PIC 9(04)  COMP  VALUE ZEROS.
           05  W-VIG-ENTRADA  OCCURS 500 TIMES.
               10  W-VIG-CLAVE.
                   15  W-VIG-TABLA    PIC X(08).
                   15  W-VIG-FILA     PIC X(08).
               10  W-VIG-IX-TPA       PIC 9(01).
               10  W-VIG-OPERACION    PIC X(01).
               10  W-VIG-FECVIG       PIC X(08).
               10  W-VIG-VALOR        PIC X(20).
               10  W-VIG-NUMPROP      PIC 9(09).
               10  W-VIG-USU-PROP     PIC X(08).
               10  W-VIG-USU-RESOL    PIC X(08).
               10  W-VIG-MOTIVO       PIC X(25).

       01  W-CLAVE-BUSCA.
           05  W-CB-TABLA             PIC X(08).
           05  W-CB-FILA              PIC X(08).

      *=================================================================
      * FECHA DE TRABAJO PARA VALIDAR LA FECHA DEL PARM
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
           05  W-FECHA-REF        PIC X(08)  VALUE SPACES.
           05  W-IX               PIC 9(04)  COMP  VALUE ZEROS.
           05  W-IX-POS           PIC 9(04)  COMP  VALUE ZEROS.
           05  W-IX-TPA           PIC 9(04)  COMP  VALUE ZEROS.
           05  W-LONG             PIC 9(02)  VALUE ZEROS.
           05  W-ENCONTRADA       PIC X(01)  VALUE 'N'.
               88  FILA-ENCONTRADA           VALUE 'S'.
           05  W-FECHA-OK         PIC X(01)  VALUE 'N'.
               88  FECHA-VALIDA              VALUE 'S'.
           05  W-MODO             PIC X(01)  VALUE 'P'.
               88  MODO-PUBLICA              VALUE 'P'.
               88  MODO-CONSULTA             VALUE 'C'.
           05  W-HAY-AVISOS       PIC X(01)  VALUE 'N'.
               88  HAY-AVISOS                VALUE 'S'.
           05  W-FIN-TPAHIS       PIC 9      VALUE 0.
               88  FIN-TPAHIS                VALUE 1.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-HIS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-APLICADAS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-FUTURAS         PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PEND-VENCIDAS   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-FILAS-ESCRITAS  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE INFORME
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(33)  VALUE
               'PARAMETROS DE LA CADENA EN VIGOR '.
           05  FILLER              PIC X(08)  VALUE 'A FECHA '.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LCB-MODO            PIC X(30)  VALUE SPACES.
           05  FILLER              PIC X(52)  VALUE SPACES.

       01  LINEA-COLUMNAS.
           05  FILLER              PIC X(39)  VALUE
               'TPA      CLAVE    VALOR                '.
           05  FILLER              PIC X(43)  VALUE
               'FECVIG   PROPUESTA PROPONE  APRUEBA  MOTIVO'.
           05  FILLER              PIC X(50)  VALUE SPACES.

       01  LINEA-DETALLE.
           05  LDT-TABLA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FILA            PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-VALOR           PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECVIG          PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-NUMPROP         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-USU-PROP        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-USU-RESOL       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-MOTIVO          PIC X(25).
           05  FILLER              PIC X(31)  VALUE SPACES.

       01  LINEA-RESUMEN-TPA.
           05  FILLER              PIC X(04)  VALUE 'TPA '.
           05  LRT-TABLA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LRT-FILAS           PIC ZZ.ZZ9.
           05  FILLER              PIC X(07)  VALUE ' FILAS '.
           05  LRT-TEXTO           PIC X(60)  VALUE SPACES.
           05  FILLER              PIC X(46)  VALUE SPACES.

       01  LINEA-PENDIENTE.
           05  FILLER              PIC X(19)  VALUE
               'AVISO: PROPUESTA   '.
           05  LPE-NUMPROP         PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPE-TABLA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPE-FILA            PIC X(08).
           05  FILLER              PIC X(36)  VALUE
               ' PENDIENTE CON FECHA EFECTIVA YA EN '.
           05  LPE-FECVIG          PIC X(08).
           05  FILLER              PIC X(42)  VALUE
               ': NO SE APLICA HASTA QUE SE APRUEBE       '.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-TPAHIS            PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-EE003R            PIC XX.
       77  FS-EETP004R          PIC XX.
       77  FS-EETP005R          PIC XX.
       77  FS-EETP006R          PIC XX.
       77  FS-EETP007R          PIC XX.
       77  FS-EETP008R          PIC XX.
       77  FS-EETP009R          PIC XX.
       77  FS-INFORME           PIC XX.
       77  FS-TPA               PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (ASOF=AAAAMMDD, OPCIONAL)
      *
       LINKAGE SECTION.
       01  PARM-ENTRADA.
           05  PARM-LONG          PIC S9(4)  COMP.
           05  PARM-TEXTO         PIC X(13).

      *=================================================================
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM LEE-TPAHIS-SIG  UNTIL  FIN-TPAHIS.
           PERFORM INFORMA-TPA
                   VARYING W-IX-TPA FROM 1 BY 1
                   UNTIL   W-IX-TPA  >  7.
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
           PERFORM INTERPRETA-PARM
           PERFORM VARYING W-IX-TPA FROM 1 BY 1 UNTIL W-IX-TPA > 7
                   MOVE  'N'    TO  W-EST-GESTIONADA(W-IX-TPA)
                   MOVE  ZEROS  TO  W-EST-FILAS(W-IX-TPA)
           END-PERFORM
           OPEN  INPUT    TPAHIS
           IF    FS-TPAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR TPAHIS ' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  ZEROS  TO  PE8062H-NUMPROP
           START TPAHIS  KEY NOT LESS  PE8062H-NUMPROP
           IF    FS-TPAHIS  NOT EQUAL '00'
      *          HISTORICO VACIO: NINGUNA TPA GESTIONADA, NADA QUE
      *          PUBLICAR
                 SET  FIN-TPAHIS  TO  TRUE
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-REF  TO  LCB-FECHA
           IF    MODO-PUBLICA
                 MOVE  '(PUBLICADO EN LAS TPA)'  TO  LCB-MODO
           ELSE
                 MOVE  '(SOLO CONSULTA)'         TO  LCB-MODO
           END-IF
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CABECERA
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-COLUMNAS.

      *=================================================================
      * INTERPRETA-PARM: SIN PARM SE PUBLICA A LA FECHA DE NEGOCIO.
      *      ASOF=AAAAMMDD SOLO INFORMA A ESA FECHA. UN PARM MAL
      *      FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           MOVE  W-FECHA-HOY  TO  W-FECHA-REF
           SET   MODO-PUBLICA  TO  TRUE
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  NOT =  13
                 OR    PARM-TEXTO(1:5)  NOT =  'ASOF='
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'ASOF=AAAAMMDD): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(6:8)  TO  W-FECHA-CALC-X
                 PERFORM VALIDA-FECHA
                 IF    NOT FECHA-VALIDA
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'ASOF=AAAAMMDD): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  W-FECHA-CALC-X  TO  W-FECHA-REF
                 SET   MODO-CONSULTA   TO  TRUE
           END-IF
           IF    MODO-PUBLICA
                 DISPLAY 'PUBLICACION DE TPA A FECHA   ' W-FECHA-REF
           ELSE
                 DISPLAY 'CONSULTA DE TPA A FECHA      ' W-FECHA-REF
           END-IF.

      *=================================================================
      * LEE-TPAHIS-SIG: EL HISTORICO SE RECORRE EN ORDEN DE PROPUESTA,
      *      ASI QUE A IGUALDAD DE FECHA EFECTIVA GANA LA POSTERIOR
      *
       LEE-TPAHIS-SIG.
           READ  TPAHIS  NEXT
           EVALUATE FS-TPAHIS
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-HIS
                 PERFORM TRATA-VERSION
           WHEN     '10'
                 SET   FIN-TPAHIS  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO TPAHIS ' FS-TPAHIS
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-VERSION.
           EVALUATE TRUE
           WHEN  PE8062H-ESTADO  =  WLT-PENDIENTE
           AND   PE8062H-FECVIG  NOT >  W-FECHA-REF
                 ADD   1  TO  CNT-PEND-VENCIDAS
                 SET   HAY-AVISOS  TO  TRUE
                 MOVE  PE8062H-NUMPROP     TO  LPE-NUMPROP
                 MOVE  PE8062H-TABLA       TO  LPE-TABLA
                 MOVE  PE8062H-CLAVE-FILA  TO  LPE-FILA
                 MOVE  PE8062H-FECVIG      TO  LPE-FECVIG
                 MOVE  SPACES  TO  REG-INF
                 WRITE REG-INF  FROM  LINEA-PENDIENTE
           WHEN  PE8062H-ESTADO  =  WLT-APROBADA
           AND   PE8062H-FECVIG  >  W-FECHA-REF
                 ADD   1  TO  CNT-FUTURAS
           WHEN  PE8062H-ESTADO  =  WLT-APROBADA
                 PERFORM APLICA-VERSION
           END-EVALUATE.

      *=================================================================
      * APLICA-VERSION: BUSCA LA FILA EN LA TABLA EN VIGOR (ORDENADA);
      *      SI NO ESTA SE INSERTA EN SU SITIO, Y SI ESTA SE SUSTITUYE
      *      CUANDO LA VERSION LEIDA NO ES MAS ANTIGUA
      *
       APLICA-VERSION.
           MOVE  ZEROS  TO  W-IX-TPA
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  7
                   IF    W-TPA-NOMBRE(W-IX)  =  PE8062H-TABLA
                         MOVE  W-IX  TO  W-IX-TPA
                   END-IF
           END-PERFORM
           IF    W-IX-TPA  =  ZEROS
                 DISPLAY 'AVISO: TPA NO PUBLICABLE EN TPAHIS '
                         PE8062H-TABLA ' PROPUESTA ' PE8062H-NUMPROP
           ELSE
                 ADD   1  TO  CNT-APLICADAS
                 MOVE  'S'  TO  W-EST-GESTIONADA(W-IX-TPA)
                 MOVE  PE8062H-TABLA       TO  W-CB-TABLA
                 MOVE  PE8062H-CLAVE-FILA  TO  W-CB-FILA
                 PERFORM BUSCA-POSICION
                 IF    NOT FILA-ENCONTRADA
                       PERFORM INSERTA-POSICION
                 END-IF
                 IF    PE8062H-FECVIG  NOT <  W-VIG-FECVIG(W-IX-POS)
                       PERFORM GUARDA-VERSION
                 END-IF
           END-IF.

      *    W-IX-POS QUEDA EN LA FILA BUSCADA O EN LA PRIMERA DE CLAVE
      *    MAYOR (DONDE HAY QUE INSERTARLA)
       BUSCA-POSICION.
           MOVE  'N'  TO  W-ENCONTRADA
           MOVE  1    TO  W-IX-POS
           PERFORM UNTIL W-IX-POS  >  W-VIG-COUNT
                      OR W-VIG-CLAVE(W-IX-POS)  NOT <  W-CLAVE-BUSCA
                   ADD   1  TO  W-IX-POS
           END-PERFORM
           IF    W-IX-POS  NOT >  W-VIG-COUNT
                 IF    W-VIG-CLAVE(W-IX-POS)  =  W-CLAVE-BUSCA
                       SET   FILA-ENCONTRADA  TO  TRUE
                 END-IF
           END-IF.

       INSERTA-POSICION.
           IF    W-VIG-COUNT  NOT <  WLT-MAX-VIG
                 DISPLAY 'ERROR: DEMASIADAS FILAS EN VIGOR, MAXIMO '
                         WLT-MAX-VIG
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM VARYING W-IX FROM W-VIG-COUNT BY -1
                   UNTIL   W-IX  <  W-IX-POS
                   MOVE  W-VIG-ENTRADA(W-IX)
                         TO  W-VIG-ENTRADA(W-IX + 1)
           END-PERFORM
           ADD   1  TO  W-VIG-COUNT
           MOVE  SPACES          TO  W-VIG-ENTRADA(W-IX-POS)
           MOVE  W-CLAVE-BUSCA   TO  W-VIG-CLAVE(W-IX-POS)
           MOVE  W-IX-TPA        TO  W-VIG-IX-TPA(W-IX-POS)
           MOVE  LOW-VALUES      TO  W-VIG-FECVIG(W-IX-POS).

       GUARDA-VERSION.
           MOVE  PE8062H-OPERACION  TO  W-VIG-OPERACION(W-IX-POS)
           MOVE  PE8062H-FECVIG     TO  W-VIG-FECVIG(W-IX-POS)
           MOVE  PE8062H-VALOR      TO  W-VIG-VALOR(W-IX-POS)
           MOVE  PE8062H-NUMPROP    TO  W-VIG-NUMPROP(W-IX-POS)
           MOVE  PE8062H-USU-PROP   TO  W-VIG-USU-PROP(W-IX-POS)
           MOVE  PE8062H-USU-RESOL  TO  W-VIG-USU-RESOL(W-IX-POS)
           MOVE  PE8062H-MOTIVO     TO  W-VIG-MOTIVO(W-IX-POS).

      *=================================================================
      * INFORMA-TPA: FILAS EN VIGOR DE UNA TPA AL INFORME Y, AL
      *      PUBLICAR, A SU FICHERO. UNA TPA NO GESTIONADA NO SE ABRE.
      *
       INFORMA-TPA.
           MOVE  W-TPA-LONG(W-IX-TPA)  TO  W-LONG
           IF    MODO-PUBLICA
           AND   W-EST-GESTIONADA(W-IX-TPA)  =  'S'
                 PERFORM ABRE-TPA
           END-IF
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-VIG-COUNT
                   IF    W-VIG-IX-TPA(W-IX)  =  W-IX-TPA
                   AND   W-VIG-OPERACION(W-IX)  NOT =  WLT-OPER-BAJA
                         PERFORM INFORMA-FILA
                   END-IF
           END-PERFORM
           MOVE  W-TPA-NOMBRE(W-IX-TPA)  TO  LRT-TABLA
           MOVE  W-EST-FILAS(W-IX-TPA)   TO  LRT-FILAS
           EVALUATE TRUE
           WHEN  W-EST-GESTIONADA(W-IX-TPA)  NOT =  'S'
                 MOVE  'SIN VERSIONES EN TPAHIS: NO SE MODIFICA'
                       TO  LRT-TEXTO
           WHEN  W-EST-FILAS(W-IX-TPA)  =  ZEROS
                 MOVE  'AVISO: TODAS SUS FILAS ESTAN DADAS DE BAJA'
                       TO  LRT-TEXTO
                 SET   HAY-AVISOS  TO  TRUE
           WHEN  MODO-PUBLICA
                 MOVE  'PUBLICADAS'  TO  LRT-TEXTO
           WHEN  OTHER
                 MOVE  'EN VIGOR'    TO  LRT-TEXTO
           END-EVALUATE
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-RESUMEN-TPA
           IF    MODO-PUBLICA
           AND   W-EST-GESTIONADA(W-IX-TPA)  =  'S'
                 PERFORM CIERRA-TPA
           END-IF.

       INFORMA-FILA.
           ADD   1  TO  W-EST-FILAS(W-IX-TPA)
           MOVE  W-VIG-TABLA(W-IX)      TO  LDT-TABLA
           MOVE  W-VIG-FILA(W-IX)       TO  LDT-FILA
           MOVE  W-VIG-VALOR(W-IX)      TO  LDT-VALOR
           MOVE  W-VIG-FECVIG(W-IX)     TO  LDT-FECVIG
           MOVE  W-VIG-NUMPROP(W-IX)    TO  LDT-NUMPROP
           MOVE  W-VIG-USU-PROP(W-IX)   TO  LDT-USU-PROP
           MOVE  W-VIG-USU-RESOL(W-IX)  TO  LDT-USU-RESOL
           MOVE  W-VIG-MOTIVO(W-IX)     TO  LDT-MOTIVO
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-DETALLE
           IF    MODO-PUBLICA
                 PERFORM ESCRIBE-TPA
           END-IF.

      *=================================================================
      * ABRE-TPA / ESCRIBE-TPA / CIERRA-TPA: FICHERO DE LA TPA EN CURSO
      *
       ABRE-TPA.
           EVALUATE W-IX-TPA
           WHEN  1
                 OPEN  OUTPUT  EE003R
                 MOVE  FS-EE003R    TO  FS-TPA
           WHEN  2
                 OPEN  OUTPUT  EETP004R
                 MOVE  FS-EETP004R  TO  FS-TPA
           WHEN  3
                 OPEN  OUTPUT  EETP005R
                 MOVE  FS-EETP005R  TO  FS-TPA
           WHEN  4
                 OPEN  OUTPUT  EETP006R
                 MOVE  FS-EETP006R  TO  FS-TPA
           WHEN  5
                 OPEN  OUTPUT  EETP007R
                 MOVE  FS-EETP007R  TO  FS-TPA
           WHEN  6
                 OPEN  OUTPUT  EETP008R
                 MOVE  FS-EETP008R  TO  FS-TPA
           WHEN  7
                 OPEN  OUTPUT  EETP009R
                 MOVE  FS-EETP009R  TO  FS-TPA
           END-EVALUATE
           IF    FS-TPA  NOT EQUAL '00'
           AND   FS-TPA  NOT EQUAL '05'
                 DISPLAY 'ERROR AL ABRIR TPA ' W-TPA-NOMBRE(W-IX-TPA)
                         ' FS=' FS-TPA
                 PERFORM ABNORMAL-ENDING
           END-IF.

       ESCRIBE-TPA.
           EVALUATE W-IX-TPA
           WHEN  1
                 WRITE REG-EE003R    FROM  W-VIG-VALOR(W-IX)(1:3)
                 MOVE  FS-EE003R    TO  FS-TPA
           WHEN  2
                 WRITE REG-EETP004R  FROM  W-VIG-VALOR(W-IX)(1:7)
                 MOVE  FS-EETP004R  TO  FS-TPA
           WHEN  3
                 WRITE REG-EETP005R  FROM  W-VIG-VALOR(W-IX)(1:10)
                 MOVE  FS-EETP005R  TO  FS-TPA
           WHEN  4
                 WRITE REG-EETP006R  FROM  W-VIG-VALOR(W-IX)(1:11)
                 MOVE  FS-EETP006R  TO  FS-TPA
           WHEN  5
                 WRITE REG-EETP007R  FROM  W-VIG-VALOR(W-IX)(1:7)
                 MOVE  FS-EETP007R  TO  FS-TPA
           WHEN  6
                 WRITE REG-EETP008R  FROM  W-VIG-VALOR(W-IX)(1:7)
                 MOVE  FS-EETP008R  TO  FS-TPA
           WHEN  7
                 WRITE REG-EETP009R  FROM  W-VIG-VALOR(W-IX)(1:3)
                 MOVE  FS-EETP009R  TO  FS-TPA
           END-EVALUATE
           IF    FS-TPA  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR TPA ' W-TPA-NOMBRE(W-IX-TPA)
                         ' FS=' FS-TPA
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  CNT-FILAS-ESCRITAS.

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

       FIN-PROCESO.
           MOVE    REG-LEIDOS-HIS   TO        REG-TOTAL
           DISPLAY 'VERSIONES LEIDAS DE TPAHIS   ' REG-TOTAL
           MOVE    CNT-APLICADAS    TO        REG-TOTAL
           DISPLAY 'APROBADAS YA EN VIGOR        ' REG-TOTAL
           MOVE    CNT-FUTURAS      TO        REG-TOTAL
           DISPLAY 'APROBADAS DE FECHA FUTURA    ' REG-TOTAL
           MOVE    CNT-PEND-VENCIDAS TO       REG-TOTAL
           DISPLAY 'PENDIENTES YA EFECTIVAS      ' REG-TOTAL
           MOVE    CNT-FILAS-ESCRITAS TO      REG-TOTAL
           DISPLAY 'FILAS DE TPA PUBLICADAS      ' REG-TOTAL
           IF      HAY-AVISOS
                   DISPLAY 'AVISO: REVISAR EL INFORME DE PARAMETROS'
                   MOVE  WLT-RC-AVISO  TO  RETURN-CODE
           ELSE
                   MOVE  WLT-RC-OK     TO  RETURN-CODE
           END-IF
           CLOSE    TPAHIS
                    INFORME
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    TPAHIS
                    INFORME
                    EE003R
                    EETP004R
                    EETP005R
                    EETP006R
                    EETP007R
                    EETP008R
                    EETP009R
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
