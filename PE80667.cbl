      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80667.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80667 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80667                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  EXPOSICION FTF DE SOCIEDADES SIN TITULAR     =
      *=                  REAL. CRUZA EL EXTRACTO PE16S14 DEL DIA      =
      *=                  (JPE8080D) CON LOS CASOS ABIERTOS DEL        =
      *=                  MAESTRO DE EXCEPCIONES DE PE89947 POR        =
      *=                  NUMPERSONA = NUMPERSEMP. PARA CADA SOCIEDAD  =
      *=                  SIN TITULAR REAL LISTA SUS CONTRATOS FTF     =
      *=                  ACTIVOS (CODIGO DE SITUACION '0' Y SIN       =
      *=                  VENCER): PRODUCTO, CONTRATO, VINCULO,        =
      *=                  FECALTA Y DIAS DE ANTIGUEDAD DEL CASO (LOS   =
      *=                  DIAS DEL MAESTRO, LOS MISMOS DEL INFORME DE  =
      *=                  ANTIGUEDAD DE PE89947). TOTALES POR PRODUCTO =
      *=                  Y POR TRAMO DE ANTIGUEDAD (1-7 / 8-30 /      =
      *=                  31-90 / +90 DIAS).                           =
      *=                  GENERA ADEMAS BLQFTF, INTERFASE PARA EL      =
      *=                  SISTEMA DE APERTURA DE CUENTAS CON LAS       =
      *=                  SOCIEDADES CUYO CASO SUPERA LA ANTIGUEDAD    =
      *=                  DEL PARM (DIAS=nnnnn, POR DEFECTO 30), TENGAN=
      *=                  O NO CONTRATOS FTF HOY, PARA BLOQUEAR NUEVAS =
      *=                  CONTRATACIONES FTF: CABECERA 'H', UN 'D' POR =
      *=                  SOCIEDAD Y COLA 'T' DE CONTROL.              =
      *=                  EL NUMPERSEMP VA EN LA COLUMNA 1 DE LAS      =
      *=                  LINEAS DE DETALLE, PARA ENRIQUECER EL        =
      *=                  INFORME CON PE80656 COL=001.                 =
      *=                  RC: 0 CORRECTO; 4 HAY SOCIEDADES BLOQUEADAS  =
      *=                  CON CONTRATOS FTF ACTIVOS.                   =
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
      *= PE16ACT             PE16S14 DEL DIA (JPE8080D)                =
      *= MAESTRO             MAESTRO VSAM DE CASOS DE PE89947          =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= FTFWK               TRABAJO: CONTRATOS EXPUESTOS ORDENADOS    =
      *= INFORME             INFORME DE EXPOSICION (80)                =
      *= BLQFTF              INTERFASE DE BLOQUEO PARA APERTURA (80)   =
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

           SELECT PE16ACT  ASSIGN TO  PE16ACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE16ACT.

           SELECT MAESTRO  ASSIGN TO  MAESTRO
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   MAE-NUMPERSEMP
                  FILE STATUS FS-MAESTRO.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT FTFWK  ASSIGN TO  FTFWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FTFWK.

           SELECT FTFSORT  ASSIGN TO  SORTWK01.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

           SELECT BLQFTF  ASSIGN TO  BLQFTF
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-BLQFTF.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= PE16ACT - EXTRACTO FTF (40 BYTES): NUMPERSONA(4 BI)           =
      *= TIPPRODUCT(3) CODCONTRAT(8 PD) VINCULO(2 BI) FECALTA(10)      =
      *= FECBAJA(10) CODENTID(2) CODSITUAC(1)                          =
       FD  PE16ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ACT                 PIC  X(40).
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
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= FTFWK - CONTRATOS FTF DE SOCIEDADES CON CASO ABIERTO          =
       FD  FTFWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FTFWK               PIC  X(80).
      *
       SD  FTFSORT.
       01  SD-FTF.
           05  SR-NUMPERSEMP       PIC 9(09).
           05  SR-TIPPRODUCT       PIC X(03).
           05  SR-CODCONTRAT       PIC 9(15).
           05  SR-VINCULO          PIC 9(04).
           05  SR-FECALTA          PIC X(10).
           05  SR-FECBAJA          PIC X(10).
           05  SR-CODENTID         PIC X(02).
           05  SR-MOTIVO           PIC X(01).
           05  SR-FECPRIMERA       PIC X(08).
           05  SR-DIAS             PIC 9(05).
           05  FILLER              PIC X(13).
      *
      *= INFORME - EXPOSICION FTF POR SOCIEDAD SIN TITULAR REAL        =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(80).
      *
      *= BLQFTF - SOCIEDADES A BLOQUEAR EN APERTURA DE CONTRATOS FTF   =
       FD  BLQFTF      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-BLQ                 PIC  X(80).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80667'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-BLOQUEADAS  PIC 9(03)  VALUE 004.
       77  WLT-DIAS-DEFECTO   PIC 9(05)  VALUE 00030.
       77  WLT-MAX-CASOS      PIC 9(05)  VALUE 50000.
       77  WLT-MAX-PRODUCTOS  PIC 9(05)  VALUE 500.
       77  WLT-SITUAC-ACTIVO  PIC X(01)  VALUE '0'.
       77  WLT-TRAMO-1        PIC 9(05)  VALUE 00007.
       77  WLT-TRAMO-2        PIC 9(05)  VALUE 00030.
       77  WLT-TRAMO-3        PIC 9(05)  VALUE 00090.

      *=================================================================
      * IMAGEN DE TRABAJO DEL EXTRACTO (READ INTO)
      *
       01  W-REG-ACT.
           05  ACT-NUMPERSONA      PIC S9(9) COMP.
           05  ACT-TIPPRODUCT      PIC X(03).
           05  ACT-CODCONTRAT      PIC S9(15) COMP-3.
           05  ACT-VINCULO         PIC S9(4) COMP.
           05  ACT-FECALTA         PIC X(10).
           05  ACT-FECBAJA         PIC X(10).
           05  ACT-CODENTID        PIC X(02).
           05  ACT-CODSITUAC       PIC X(01).

      *=================================================================
      * IMAGEN DE TRABAJO DE FTFWK (READ INTO), LAYOUT SD-FTF
      *
       01  W-FTF.
           05  FW-NUMPERSEMP       PIC 9(09).
           05  FW-TIPPRODUCT       PIC X(03).
           05  FW-CODCONTRAT       PIC 9(15).
           05  FW-VINCULO          PIC 9(04).
           05  FW-FECALTA          PIC X(10).
           05  FW-FECBAJA          PIC X(10).
           05  FW-CODENTID         PIC X(02).
           05  FW-MOTIVO           PIC X(01).
           05  FW-FECPRIMERA       PIC X(08).
           05  FW-DIAS             PIC 9(05).
           05  FILLER              PIC X(13).

      *=================================================================
      * CASOS ABIERTOS DEL MAESTRO (LEIDO EN ORDEN DE CLAVE, BUSQUEDA
      * BINARIA DESDE EL EXTRACTO) Y CONTRATOS FTF ACTIVOS DE CADA UNO
      *
       01  W-TABLA-CASOS.
           05  W-CAS-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-CAS-ENTRADA  OCCURS 0 TO 50000 TIMES
                              DEPENDING ON W-CAS-COUNT
                              ASCENDING KEY W-CAS-NUMPERSEMP
                              INDEXED BY IX-CAS.
               10  W-CAS-NUMPERSEMP  PIC 9(09).
               10  W-CAS-MOTIVO      PIC X(01).
               10  W-CAS-FECPRIMERA  PIC X(08).
               10  W-CAS-DIAS        PIC 9(05).
               10  W-CAS-CONTRATOS   PIC 9(05)  COMP.

      *=================================================================
      * TOTALES POR PRODUCTO (MANTENIDA EN ORDEN DE TIPPRODUCT). LA
      * POSICION SOBRANTE DEJA LEER UNA MAS ALLA DEL MAXIMO AL BUSCAR
      *
       01  W-TABLA-PRODUCTOS.
           05  W-PRO-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-PRO-ENTRADA  OCCURS 501 TIMES.
               10  W-PRO-TIPPRODUCT  PIC X(03).
               10  W-PRO-CONTRATOS   PIC 9(09)  COMP.
               10  W-PRO-SOCIEDADES  PIC 9(09)  COMP.
               10  W-PRO-ULT-EMP     PIC 9(09).

      *=================================================================
      * TOTALES POR TRAMO DE ANTIGUEDAD DEL CASO (MISMOS TRAMOS QUE EL
      * INFORME DE PE89947)
      *
       01  W-TABLA-TRAMOS-LIT.
           05  FILLER  PIC X(20)  VALUE '1-7  8-30 31-90+90  '.
       01  W-TABLA-TRAMOS-R  REDEFINES  W-TABLA-TRAMOS-LIT.
           05  W-TRAMO-LIT  OCCURS 4 TIMES  PIC X(05).

       01  W-TABLA-TRAMOS.
           05  W-TRA-ENTRADA  OCCURS 4 TIMES.
               10  W-TRA-SOCIEDADES  PIC 9(09)  COMP.
               10  W-TRA-CONTRATOS   PIC 9(09)  COMP.
               10  W-TRA-BLOQUEADAS  PIC 9(09)  COMP.

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-HOY-ISO    PIC X(10)  VALUE SPACES.
           05  W-DIAS-BLOQUEO     PIC 9(05)  VALUE ZEROS.
           05  W-FIN-ACT          PIC 9      VALUE 0.
               88  FIN-ACT                   VALUE 1.
           05  W-FIN-MAESTRO      PIC 9      VALUE 0.
               88  FIN-MAESTRO               VALUE 1.
           05  W-FIN-FTF          PIC 9      VALUE 0.
               88  FIN-FTF                   VALUE 1.
           05  W-NUMPERS          PIC 9(09)  VALUE ZEROS.
           05  W-EMP-ANT          PIC 9(09)  VALUE ZEROS.
           05  W-ENCONTRADO       PIC X(01)  VALUE 'N'.
               88  CASO-ENCONTRADO           VALUE 'S'.
           05  W-DIAS             PIC 9(05)  VALUE ZEROS.
           05  W-IX-TRAMO         PIC 9(01)  VALUE ZEROS.
           05  W-BLOQUEO          PIC X(01)  VALUE 'N'.
           05  W-IX               PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX2              PIC 9(05)  COMP  VALUE ZEROS.
           05  W-HASH-NUMPERS     PIC 9(18)  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-MAE      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-ACT      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-NO-ACTIVOS      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-EXPUESTOS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SOCIEDADES      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-BLOQUEADAS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-BLOQ-EXPUESTAS  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE INFORME
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(40)  VALUE
               'EXPOSICION FTF SIN TITULAR REAL A       '.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(17)  VALUE
               '  BLOQUEO > DIAS '.
           05  LCB-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  LINEA-COLUMNAS.
           05  FILLER              PIC X(40)  VALUE
               'NUMPERSEM M PRO CONTRATO        VINC FEC'.
           05  FILLER              PIC X(40)  VALUE
               'ALTA    DIAS  TRAMO B                   '.

       01  LINEA-DETALLE.
           05  LDT-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-MOTIVO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-TIPPRODUCT      PIC X(03).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-CODCONTRAT      PIC 9(15).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-VINCULO         PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECALTA         PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-TRAMO           PIC X(05).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-BLOQUEO         PIC X(01).
           05  FILLER              PIC X(19)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(32)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(37)  VALUE SPACES.

       01  LINEA-PRODUCTO.
           05  FILLER              PIC X(09)  VALUE 'PRODUCTO '.
           05  LPR-TIPPRODUCT      PIC X(03).
           05  FILLER              PIC X(12)  VALUE '  CONTRATOS '.
           05  LPR-CONTRATOS       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(13)  VALUE '  SOCIEDADES '.
           05  LPR-SOCIEDADES      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  LINEA-TRAMO.
           05  FILLER              PIC X(06)  VALUE 'TRAMO '.
           05  LTR-TRAMO           PIC X(05).
           05  FILLER              PIC X(06)  VALUE ' SOC. '.
           05  LTR-SOCIEDADES      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(06)  VALUE ' CON. '.
           05  LTR-CONTRATOS       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(08)  VALUE ' BLOQ.  '.
           05  LTR-BLOQUEADAS      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(16)  VALUE SPACES.

      *=================================================================
      * REGISTROS DE LA INTERFASE DE BLOQUEO (SEPARADOR ';', COMO
      * PE80651): CABECERA CON FECHA Y ANTIGUEDAD MINIMA APLICADA,
      * DETALLE POR SOCIEDAD Y COLA CON CUENTA Y HASH DE NUMPERSEMP
      *
       01  LINEA-BLQ-CABECERA.
           05  FILLER              PIC X(02)  VALUE 'H;'.
           05  LBC-FECHA           PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBC-DIAS            PIC 9(05).
           05  FILLER              PIC X(64)  VALUE SPACES.

       01  LINEA-BLQ-DETALLE.
           05  FILLER              PIC X(02)  VALUE 'D;'.
           05  LBD-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBD-MOTIVO          PIC X(01).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBD-FECPRIMERA      PIC X(08).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBD-DIAS            PIC 9(05).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBD-CONTRATOS       PIC 9(05).
           05  FILLER              PIC X(46)  VALUE SPACES.

       01  LINEA-BLQ-COLA.
           05  FILLER              PIC X(02)  VALUE 'T;'.
           05  LBT-REGISTROS       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE ';'.
           05  LBT-HASH            PIC 9(18).
           05  FILLER              PIC X(50)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-PE16ACT           PIC XX.
       77  FS-MAESTRO           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-FTFWK             PIC XX.
       77  FS-INFORME           PIC XX.
       77  FS-BLQFTF            PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (DIAS=nnnnn, OPCIONAL)
      *
       LINKAGE SECTION.
       01  PARM-ENTRADA.
           05  PARM-LONG          PIC S9(4)  COMP.
           05  PARM-TEXTO         PIC X(10).

      *=================================================================
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           SORT FTFSORT ASCENDING KEY SR-NUMPERSEMP SR-TIPPRODUCT
                                      SR-CODCONTRAT SR-VINCULO
                INPUT PROCEDURE SELECCIONA-CONTRATOS
                GIVING FTFWK
           PERFORM ABRE-SALIDAS.
           PERFORM LEE-FTF.
           PERFORM TRATA-CONTRATO  UNTIL  FIN-FTF.
           PERFORM RECORRE-CASOS
                   VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-CAS-COUNT.
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
           MOVE  W-FECHA-HOY(1:4)  TO  W-FECHA-HOY-ISO(1:4)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(5:1)
           MOVE  W-FECHA-HOY(5:2)  TO  W-FECHA-HOY-ISO(6:2)
           MOVE  '-'               TO  W-FECHA-HOY-ISO(8:1)
           MOVE  W-FECHA-HOY(7:2)  TO  W-FECHA-HOY-ISO(9:2)
           PERFORM INTERPRETA-PARM
           PERFORM CARGA-CASOS.

      *=================================================================
      * INTERPRETA-PARM: ANTIGUEDAD MINIMA DEL CASO (DIAS DEL MAESTRO)
      *      PARA BLOQUEAR, DIAS=nnnnn CON 1 A 5 DIGITOS. SIN PARM SE
      *      APLICA EL VALOR POR DEFECTO; UN PARM MAL FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           MOVE  WLT-DIAS-DEFECTO  TO  W-DIAS-BLOQUEO
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  <  6
                 OR    PARM-LONG  >  10
                 OR    PARM-TEXTO(1:5)  NOT =  'DIAS='
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'DIAS=nnnnn): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 IF    PARM-TEXTO(6:PARM-LONG - 5)  NOT NUMERIC
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'DIAS=nnnnn): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(6:PARM-LONG - 5)  TO  W-DIAS-BLOQUEO
           END-IF
           DISPLAY 'BLOQUEO FTF CON CASO DE MAS DE ' W-DIAS-BLOQUEO
                   ' DIAS'.

      *=================================================================
      * CARGA-CASOS: CASOS ABIERTOS DEL MAESTRO DE PE89947, EN ORDEN DE
      *      CLAVE. UNA TABLA LLENA ABORTA: UN CASO OMITIDO SERIA UNA
      *      SOCIEDAD SIN TITULAR REAL QUE NO SE BLOQUEA.
      *
       CARGA-CASOS.
           OPEN  INPUT    MAESTRO
           IF    FS-MAESTRO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR MAESTRO ' FS-MAESTRO
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  ZEROS  TO  MAE-NUMPERSEMP
           START MAESTRO  KEY NOT LESS  MAE-NUMPERSEMP
           IF    FS-MAESTRO  NOT EQUAL '00'
      *          MAESTRO VACIO: NINGUN CASO ABIERTO
                 SET  FIN-MAESTRO  TO  TRUE
           END-IF
           PERFORM LEE-CASO  UNTIL  FIN-MAESTRO
           CLOSE MAESTRO
           MOVE    W-CAS-COUNT      TO        REG-TOTAL
           DISPLAY 'CASOS ABIERTOS CARGADOS      ' REG-TOTAL.

       LEE-CASO.
           READ  MAESTRO  NEXT
           EVALUATE FS-MAESTRO
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-MAE
                 IF    CASO-ABIERTO
                       IF    W-CAS-COUNT  NOT <  WLT-MAX-CASOS
                             DISPLAY 'MAS DE ' WLT-MAX-CASOS
                                     ' CASOS ABIERTOS EN EL MAESTRO'
                             PERFORM ABNORMAL-ENDING
                       END-IF
                       ADD   1  TO  W-CAS-COUNT
                       MOVE  MAE-NUMPERSEMP
                             TO  W-CAS-NUMPERSEMP(W-CAS-COUNT)
                       MOVE  MAE-MOTIVO
                             TO  W-CAS-MOTIVO(W-CAS-COUNT)
                       MOVE  MAE-FECPRIMERA
                             TO  W-CAS-FECPRIMERA(W-CAS-COUNT)
                       MOVE  MAE-DIAS-CONSEC
                             TO  W-CAS-DIAS(W-CAS-COUNT)
                       MOVE  ZEROS
                             TO  W-CAS-CONTRATOS(W-CAS-COUNT)
                 END-IF
           WHEN     '10'
                 SET   FIN-MAESTRO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO MAESTRO ' FS-MAESTRO
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * SELECCIONA-CONTRATOS: PROCEDIMIENTO DE ENTRADA DEL SORT. SOLO
      *      PASAN LOS VINCULOS ACTIVOS (SITUACION '0', FECBAJA NO
      *      ANTERIOR A HOY) DE TITULARES CON CASO ABIERTO, CON LOS
      *      DATOS DEL CASO. CUENTA LOS CONTRATOS DE CADA CASO PARA LA
      *      INTERFASE DE BLOQUEO.
      *
       SELECCIONA-CONTRATOS.
           OPEN  INPUT    PE16ACT
           IF    FS-PE16ACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE16ACT ' FS-PE16ACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-ACT
           PERFORM TRATA-ACT  UNTIL  FIN-ACT
           CLOSE PE16ACT.

       LEE-ACT.
           READ  PE16ACT  INTO  W-REG-ACT
           EVALUATE FS-PE16ACT
           WHEN     '00'
                 ADD   1        TO  REG-LEIDOS-ACT
           WHEN     '10'
                 SET   FIN-ACT  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE16ACT ' FS-PE16ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-ACT.
           IF    ACT-CODSITUAC  NOT =  WLT-SITUAC-ACTIVO
           OR    ACT-FECBAJA    <  W-FECHA-HOY-ISO
                 ADD   1  TO  REG-NO-ACTIVOS
           ELSE
                 MOVE  ACT-NUMPERSONA  TO  W-NUMPERS
                 PERFORM BUSCA-CASO
                 IF    CASO-ENCONTRADO
                       PERFORM ENTREGA-CONTRATO
                 END-IF
           END-IF
           PERFORM LEE-ACT.

       BUSCA-CASO.
           MOVE  'N'     TO  W-ENCONTRADO
           SET   IX-CAS  TO  1
           SEARCH ALL W-CAS-ENTRADA
               AT END  CONTINUE
               WHEN  W-CAS-NUMPERSEMP(IX-CAS)  =  W-NUMPERS
                     MOVE  'S'  TO  W-ENCONTRADO
           END-SEARCH.

       ENTREGA-CONTRATO.
           MOVE  SPACES                     TO  SD-FTF
           MOVE  W-NUMPERS                  TO  SR-NUMPERSEMP
           MOVE  ACT-TIPPRODUCT             TO  SR-TIPPRODUCT
           MOVE  ACT-CODCONTRAT             TO  SR-CODCONTRAT
           MOVE  ACT-VINCULO                TO  SR-VINCULO
           MOVE  ACT-FECALTA                TO  SR-FECALTA
           MOVE  ACT-FECBAJA                TO  SR-FECBAJA
           MOVE  ACT-CODENTID               TO  SR-CODENTID
           MOVE  W-CAS-MOTIVO(IX-CAS)       TO  SR-MOTIVO
           MOVE  W-CAS-FECPRIMERA(IX-CAS)   TO  SR-FECPRIMERA
           MOVE  W-CAS-DIAS(IX-CAS)         TO  SR-DIAS
           RELEASE SD-FTF
           ADD   1  TO  W-CAS-CONTRATOS(IX-CAS)
           ADD   1  TO  REG-EXPUESTOS.

      *=================================================================
      * ABRE-SALIDAS
      *
       ABRE-SALIDAS.
           OPEN  INPUT    FTFWK
           IF    FS-FTFWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR FTFWK ' FS-FTFWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   BLQFTF
           IF    FS-BLQFTF  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR BLQFTF ' FS-BLQFTF
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY     TO  LCB-FECHA  LBC-FECHA
           MOVE  W-DIAS-BLOQUEO  TO  LCB-DIAS   LBC-DIAS
           MOVE  SPACES          TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CABECERA
           MOVE  SPACES          TO  REG-INF
           WRITE REG-INF  FROM  LINEA-COLUMNAS
           MOVE  SPACES          TO  REG-BLQ
           WRITE REG-BLQ  FROM  LINEA-BLQ-CABECERA.

       LEE-FTF.
           READ  FTFWK  INTO  W-FTF
           EVALUATE FS-FTFWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-FTF  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO FTFWK ' FS-FTFWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-CONTRATO: UNA LINEA POR CONTRATO EXPUESTO Y ACUMULACION
      *      POR PRODUCTO (CONTRATOS Y SOCIEDADES DISTINTAS)
      *
       TRATA-CONTRATO.
           IF    FW-NUMPERSEMP  NOT =  W-EMP-ANT
                 ADD   1              TO  CNT-SOCIEDADES
                 MOVE  FW-NUMPERSEMP  TO  W-EMP-ANT
           END-IF
           MOVE  FW-DIAS  TO  W-DIAS
           PERFORM CALCULA-TRAMO
           MOVE  FW-NUMPERSEMP       TO  LDT-NUMPERSEMP
           MOVE  FW-MOTIVO           TO  LDT-MOTIVO
           MOVE  FW-TIPPRODUCT       TO  LDT-TIPPRODUCT
           MOVE  FW-CODCONTRAT       TO  LDT-CODCONTRAT
           MOVE  FW-VINCULO          TO  LDT-VINCULO
           MOVE  FW-FECALTA          TO  LDT-FECALTA
           MOVE  FW-DIAS             TO  LDT-DIAS
           MOVE  W-TRAMO-LIT(W-IX-TRAMO)  TO  LDT-TRAMO
           MOVE  W-BLOQUEO           TO  LDT-BLOQUEO
           MOVE  SPACES              TO  REG-INF
           WRITE REG-INF  FROM  LINEA-DETALLE
           PERFORM ACUMULA-PRODUCTO
           PERFORM LEE-FTF.

      *=================================================================
      * ACUMULA-PRODUCTO: BUSCA EL PRODUCTO EN LA TABLA ORDENADA; SI NO
      *      ESTA, LO INSERTA EN SU SITIO DESPLAZANDO LOS MAYORES. UN
      *      PRODUCTO MAS ALLA DEL MAXIMO SE AVISA Y NO SE TOTALIZA.
      *
       ACUMULA-PRODUCTO.
           MOVE  1  TO  W-IX2
           PERFORM UNTIL W-IX2  >  W-PRO-COUNT
                      OR W-PRO-TIPPRODUCT(W-IX2)  NOT <  FW-TIPPRODUCT
              ADD   1  TO  W-IX2
           END-PERFORM
           IF    W-IX2  >  W-PRO-COUNT
           OR    W-PRO-TIPPRODUCT(W-IX2)  NOT =  FW-TIPPRODUCT
                 IF    W-PRO-COUNT  NOT <  WLT-MAX-PRODUCTOS
                       DISPLAY 'AVISO: PRODUCTO ' FW-TIPPRODUCT
                               ' FUERA DE LA TABLA DE TOTALES'
                       MOVE  ZEROS  TO  W-IX2
                 ELSE
                       PERFORM VARYING W-IX FROM W-PRO-COUNT BY -1
                               UNTIL   W-IX  <  W-IX2
                          MOVE  W-PRO-ENTRADA(W-IX)
                                TO  W-PRO-ENTRADA(W-IX + 1)
                       END-PERFORM
                       ADD   1              TO  W-PRO-COUNT
                       MOVE  FW-TIPPRODUCT  TO  W-PRO-TIPPRODUCT(W-IX2)
                       MOVE  ZEROS          TO  W-PRO-CONTRATOS(W-IX2)
                                                W-PRO-SOCIEDADES(W-IX2)
                                                W-PRO-ULT-EMP(W-IX2)
                 END-IF
           END-IF
           IF    W-IX2  >  ZEROS
                 ADD   1  TO  W-PRO-CONTRATOS(W-IX2)
                 IF    W-PRO-ULT-EMP(W-IX2)  NOT =  FW-NUMPERSEMP
                       ADD   1  TO  W-PRO-SOCIEDADES(W-IX2)
                       MOVE  FW-NUMPERSEMP  TO  W-PRO-ULT-EMP(W-IX2)
                 END-IF
           END-IF.

      *=================================================================
      * CALCULA-TRAMO: TRAMO DE ANTIGUEDAD DE W-DIAS Y MARCA DE BLOQUEO
      *
       CALCULA-TRAMO.
           EVALUATE TRUE
           WHEN  W-DIAS  NOT GREATER  WLT-TRAMO-1
                 MOVE  1  TO  W-IX-TRAMO
           WHEN  W-DIAS  NOT GREATER  WLT-TRAMO-2
                 MOVE  2  TO  W-IX-TRAMO
           WHEN  W-DIAS  NOT GREATER  WLT-TRAMO-3
                 MOVE  3  TO  W-IX-TRAMO
           WHEN  OTHER
                 MOVE  4  TO  W-IX-TRAMO
           END-EVALUATE
           IF    W-DIAS  >  W-DIAS-BLOQUEO
                 MOVE  'S'  TO  W-BLOQUEO
           ELSE
                 MOVE  'N'  TO  W-BLOQUEO
           END-IF.

      *=================================================================
      * RECORRE-CASOS: TOTALES POR TRAMO Y, PARA LOS CASOS QUE SUPERAN
      *      LA ANTIGUEDAD DE BLOQUEO, REGISTRO EN LA INTERFASE (TAMBIEN
      *      SIN CONTRATOS FTF HOY: EL BLOQUEO ES PARA LAS NUEVAS
      *      CONTRATACIONES)
      *
       RECORRE-CASOS.
           MOVE  W-CAS-DIAS(W-IX)  TO  W-DIAS
           PERFORM CALCULA-TRAMO
           IF    W-CAS-CONTRATOS(W-IX)  >  ZEROS
                 ADD   1  TO  W-TRA-SOCIEDADES(W-IX-TRAMO)
                 ADD   W-CAS-CONTRATOS(W-IX)
                       TO  W-TRA-CONTRATOS(W-IX-TRAMO)
           END-IF
           IF    W-BLOQUEO  =  'S'
                 ADD   1  TO  W-TRA-BLOQUEADAS(W-IX-TRAMO)
                 ADD   1  TO  CNT-BLOQUEADAS
                 IF    W-CAS-CONTRATOS(W-IX)  >  ZEROS
                       ADD   1  TO  CNT-BLOQ-EXPUESTAS
                 END-IF
                 MOVE  W-CAS-NUMPERSEMP(W-IX)   TO  LBD-NUMPERSEMP
                 MOVE  W-CAS-MOTIVO(W-IX)       TO  LBD-MOTIVO
                 MOVE  W-CAS-FECPRIMERA(W-IX)   TO  LBD-FECPRIMERA
                 MOVE  W-CAS-DIAS(W-IX)         TO  LBD-DIAS
                 MOVE  W-CAS-CONTRATOS(W-IX)    TO  LBD-CONTRATOS
                 MOVE  SPACES                   TO  REG-BLQ
                 WRITE REG-BLQ  FROM  LINEA-BLQ-DETALLE
                 IF    FS-BLQFTF  NOT EQUAL '00'
                       DISPLAY 'ERROR AL GRABAR BLQFTF ' FS-BLQFTF
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   W-CAS-NUMPERSEMP(W-IX)   TO  W-HASH-NUMPERS
           END-IF.

      *=================================================================
      * ESCRIBE-TOTALES: POR PRODUCTO, POR TRAMO Y GENERALES; COLA DE
      *      LA INTERFASE
      *
       ESCRIBE-TOTALES.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-PRO-COUNT
              MOVE  W-PRO-TIPPRODUCT(W-IX)  TO  LPR-TIPPRODUCT
              MOVE  W-PRO-CONTRATOS(W-IX)   TO  LPR-CONTRATOS
              MOVE  W-PRO-SOCIEDADES(W-IX)  TO  LPR-SOCIEDADES
              MOVE  SPACES  TO  REG-INF
              WRITE REG-INF  FROM  LINEA-PRODUCTO
           END-PERFORM
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  4
              MOVE  W-TRAMO-LIT(W-IX)       TO  LTR-TRAMO
              MOVE  W-TRA-SOCIEDADES(W-IX)  TO  LTR-SOCIEDADES
              MOVE  W-TRA-CONTRATOS(W-IX)   TO  LTR-CONTRATOS
              MOVE  W-TRA-BLOQUEADAS(W-IX)  TO  LTR-BLOQUEADAS
              MOVE  SPACES  TO  REG-INF
              WRITE REG-INF  FROM  LINEA-TRAMO
           END-PERFORM
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF
           MOVE  'CASOS ABIERTOS'                  TO  LTO-ETIQUETA
           MOVE  W-CAS-COUNT                       TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES CON FTF ACTIVO'       TO  LTO-ETIQUETA
           MOVE  CNT-SOCIEDADES                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CONTRATOS FTF EXPUESTOS'         TO  LTO-ETIQUETA
           MOVE  REG-EXPUESTOS                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SOCIEDADES A BLOQUEAR'           TO  LTO-ETIQUETA
           MOVE  CNT-BLOQUEADAS                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'BLOQUEADAS CON FTF ACTIVO'       TO  LTO-ETIQUETA
           MOVE  CNT-BLOQ-EXPUESTAS                TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  CNT-BLOQUEADAS      TO  LBT-REGISTROS
           MOVE  W-HASH-NUMPERS      TO  LBT-HASH
           MOVE  SPACES              TO  REG-BLQ
           WRITE REG-BLQ  FROM  LINEA-BLQ-COLA.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-MAE   TO        REG-TOTAL
           DISPLAY 'CASOS LEIDOS DEL MAESTRO     ' REG-TOTAL
           MOVE    REG-LEIDOS-ACT   TO        REG-TOTAL
           DISPLAY 'VINCULOS FTF LEIDOS          ' REG-TOTAL
           MOVE    REG-NO-ACTIVOS   TO        REG-TOTAL
           DISPLAY 'VINCULOS FTF NO ACTIVOS      ' REG-TOTAL
           MOVE    REG-EXPUESTOS    TO        REG-TOTAL
           DISPLAY 'CONTRATOS FTF EXPUESTOS      ' REG-TOTAL
           MOVE    CNT-SOCIEDADES   TO        REG-TOTAL
           DISPLAY 'SOCIEDADES CON FTF ACTIVO    ' REG-TOTAL
           MOVE    CNT-BLOQUEADAS   TO        REG-TOTAL
           DISPLAY 'SOCIEDADES A BLOQUEAR        ' REG-TOTAL
           MOVE    CNT-BLOQ-EXPUESTAS TO      REG-TOTAL
           DISPLAY 'BLOQUEADAS CON FTF ACTIVO    ' REG-TOTAL
           IF    CNT-BLOQ-EXPUESTAS  >  ZEROS
                 MOVE  WLT-RC-BLOQUEADAS  TO  RETURN-CODE
           ELSE
                 MOVE  WLT-RC-OK          TO  RETURN-CODE
           END-IF
           CLOSE    FTFWK
                    INFORME
                    BLQFTF
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    PE16ACT
                    MAESTRO
                    FTFWK
                    INFORME
                    BLQFTF
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
