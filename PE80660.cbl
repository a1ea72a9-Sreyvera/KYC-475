      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80660.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80660 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80660                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  MANTENIMIENTO DEL MAESTRO DE TITULARES       =
      *=                  REALES DECLARADOS DECLUBO (PE8062D), CLAVE   =
      *=                  NUMPERSEMP+NUMPERSACC. CUMPLIMIENTO REGISTRA =
      *=                  AQUI LAS DECLARACIONES FIRMADAS POR EL       =
      *=                  CLIENTE QUE PE80619 APLICA (CAMINO '7') A    =
      *=                  LAS EMPRESAS SIN TITULAR POR PORCENTAJE,     =
      *=                  FIRMA NI DIRECTIVO.                          =
      *=                  UNA TARJETA POR MOVIMIENTO EN MOVDECL:       =
      *=                  'ALT' ALTA (O NUEVA DECLARACION SOBRE UNA    =
      *=                        CERRADA); EXIGE TODOS LOS DATOS        =
      *=                  'MOD' MODIFICACION; LOS CAMPOS EN BLANCO     =
      *=                        CONSERVAN SU VALOR                     =
      *=                  'CAD' CADUCIDAD ANTICIPADA; SIN FECHA SE     =
      *=                        CADUCA EN LA FECHA DE NEGOCIO          =
      *=                  'LIS' LISTA EL MAESTRO (TODO, O UNA EMPRESA  =
      *=                        SI SE INFORMA NUMPERSEMP)              =
      *=                  CADA MOVIMIENTO, ACEPTADO O RECHAZADO, DEJA  =
      *=                  EN AUDDECL (PE8062A) FECHA, HORA, ANALISTA,  =
      *=                  MOTIVO Y LAS IMAGENES ANTES/DESPUES.         =
      *=                  RC: 0 TODO ACEPTADO; 4 ALGUN MOVIMIENTO      =
      *=                  RECHAZADO (VER AUDDECL Y SYSOUT).            =
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
      *= MOVDECL             TARJETAS DE MOVIMIENTO (80 POSICIONES)    =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= DECLUBO   PE8062D   MAESTRO VSAM DE TITULARES DECLARADOS      =
      *= AUDDECL   PE8062A   AUDITORIA DE MOVIMIENTOS (ACUMULATIVO)    =
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

           SELECT MOVDECL  ASSIGN TO  MOVDECL
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-MOVDECL.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT DECLUBO  ASSIGN TO  DECLUBO
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   PE8062D-CLAVE
                  FILE STATUS FS-DECLUBO.

           SELECT OPTIONAL AUDDECL  ASSIGN TO  AUDDECL
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-AUDDECL.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= MOVDECL - TARJETAS DE MOVIMIENTO DEL MAESTRO DECLUBO         =
       FD  MOVDECL     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-MOVDECL             PIC  X(80).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= DECLUBO - TITULARES DECLARADOS (VSAM KSDS)                   =
       FD  DECLUBO.
       01  REG-DECLUBO.
           COPY PE8062D.
      *
      *= AUDDECL - AUDITORIA DE MOVIMIENTOS, SE PROLONGA CADA DIA     =
       FD  AUDDECL     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-AUDDECL             PIC  X(250).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80660'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-RECHAZOS    PIC 9(03)  VALUE 004.
       77  WLT-OPER-ALT       PIC X(03)  VALUE 'ALT'.
       77  WLT-OPER-MOD       PIC X(03)  VALUE 'MOD'.
       77  WLT-OPER-CAD       PIC X(03)  VALUE 'CAD'.
       77  WLT-OPER-LIS       PIC X(03)  VALUE 'LIS'.
       77  WLT-PORC-MAX       PIC 9(03)V99 VALUE 100,00.

      *=================================================================
      * MOTIVOS DE RECHAZO (PE8062A-MOTIVO)
      *
       77  WLT-MOT-OPERACION  PIC X(02)  VALUE '01'.
       77  WLT-MOT-CLAVE      PIC X(02)  VALUE '02'.
       77  WLT-MOT-AUTOREL    PIC X(02)  VALUE '03'.
       77  WLT-MOT-PORCENTAJE PIC X(02)  VALUE '04'.
       77  WLT-MOT-ROL        PIC X(02)  VALUE '05'.
       77  WLT-MOT-FECDECLA   PIC X(02)  VALUE '06'.
       77  WLT-MOT-FECCADUC   PIC X(02)  VALUE '07'.
       77  WLT-MOT-INTERVALO  PIC X(02)  VALUE '08'.
       77  WLT-MOT-ANALISTA   PIC X(02)  VALUE '09'.
       77  WLT-MOT-DOCREF     PIC X(02)  VALUE '10'.
       77  WLT-MOT-YAEXISTE   PIC X(02)  VALUE '11'.
       77  WLT-MOT-NOEXISTE   PIC X(02)  VALUE '12'.
       77  WLT-MOT-CERRADA    PIC X(02)  VALUE '13'.

      *=================================================================
      * TARJETA DE MOVIMIENTO (POSICIONES FIJAS):
      *   1-3 OPERACION, 5-13 NUMPERSEMP, 15-23 NUMPERSACC,
      *   25-29 PORCENTAJE (PPPDD, DOS DECIMALES IMPLICITOS),
      *   31-33 ROL, 35-44 FECHA DECLARACION AAAA-MM-DD,
      *   46-55 FECHA CADUCIDAD AAAA-MM-DD, 57-64 ANALISTA,
      *   66-80 REFERENCIA DEL DOCUMENTO
      *
       01  W-MOV.
           05  MOV-OPERACION       PIC X(03).
           05  FILLER              PIC X(01).
           05  MOV-NUMPERSEMP      PIC X(09).
           05  MOV-NUMPERSEMP-N    REDEFINES  MOV-NUMPERSEMP
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  MOV-NUMPERSACC      PIC X(09).
           05  MOV-NUMPERSACC-N    REDEFINES  MOV-NUMPERSACC
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  MOV-PORCENTAJE      PIC X(05).
           05  MOV-PORCENTAJE-N    REDEFINES  MOV-PORCENTAJE
                                   PIC 9(03)V99.
           05  FILLER              PIC X(01).
           05  MOV-ROL             PIC X(03).
           05  MOV-ROL-N           REDEFINES  MOV-ROL
                                   PIC 9(03).
           05  FILLER              PIC X(01).
           05  MOV-FECDECLA        PIC X(10).
           05  FILLER              PIC X(01).
           05  MOV-FECCADUC        PIC X(10).
           05  FILLER              PIC X(01).
           05  MOV-ANALISTA        PIC X(08).
           05  FILLER              PIC X(01).
           05  MOV-DOCREF          PIC X(15).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FIN-MOVDECL      PIC 9      VALUE 0.
               88  FIN-MOVDECL               VALUE 1.
           05  W-FIN-DECLUBO      PIC 9      VALUE 0.
               88  FIN-DECLUBO               VALUE 1.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-HOY-ISO    PIC X(10)  VALUE SPACES.
           05  W-HORA-ACT         PIC X(08)  VALUE SPACES.
           05  W-EXISTE           PIC X      VALUE 'N'.
               88  DECL-EXISTE               VALUE 'S'.
           05  W-MOTIVO           PIC X(02)  VALUE SPACES.
           05  W-FECHA-VAL        PIC X(10)  VALUE SPACES.
           05  W-FECHA-OK         PIC X      VALUE 'N'.
           05  W-FECCADUC-NUEVA   PIC X(10)  VALUE SPACES.
           05  W-FILTRO-EMP       PIC 9(09)  VALUE ZEROS.
           05  W-DISP-PCT         PIC ZZ9,99.
           05  W-ANTES            PIC X(100) VALUE SPACES.

       01  W-HORA-SISTEMA.
           05  W-HS-HH            PIC 9(02).
           05  W-HS-MM            PIC 9(02).
           05  W-HS-SS            PIC 9(02).
           05  W-HS-CC            PIC 9(02).

       01  W-HORA-EDITADA.
           05  W-HE-HH            PIC X(02).
           05  FILLER             PIC X(01)  VALUE ':'.
           05  W-HE-MM            PIC X(02).
           05  FILLER             PIC X(01)  VALUE ':'.
           05  W-HE-SS            PIC X(02).

      *
      * VALIDACION DE FECHAS AAAA-MM-DD CON TABLA DE MESES Y ANYO
      * BISIESTO (MISMO TRATAMIENTO QUE PE80619)
       01 W-FV-AAAA         PIC 9(4)       VALUE ZEROS.
       01 W-FV-MM           PIC 9(2)       VALUE ZEROS.
       01 W-FV-DD           PIC 9(2)       VALUE ZEROS.
       01 W-DIAS-DEL-MES    PIC 9(2)       VALUE ZEROS.
       01 W-RESTO-BIS       PIC 9(4) COMP  VALUE ZEROS.
       01 W-COCIENTE-BIS    PIC 9(4) COMP  VALUE ZEROS.
       01 W-BISIESTO        PIC X(1)       VALUE 'N'.
       01 W-TABLA-MESES.
          05 FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01 W-TABLA-MESES-R  REDEFINES  W-TABLA-MESES.
          05 W-DIAS-MES  OCCURS 12 TIMES  PIC 9(02).

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ALTAS           PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-MODIFICADAS     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CADUCADAS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-LISTADAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-RECHAZADOS      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * REGISTRO DE AUDITORIA
      *
       01  W-REG-AUDDECL.
           COPY PE8062A.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-MOVDECL           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-DECLUBO           PIC XX.
       77  FS-AUDDECL           PIC XX.

      *=================================================================
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM TRATA-MOVIMIENTO  UNTIL  FIN-MOVDECL.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           ACCEPT W-HORA-SISTEMA  FROM  TIME
           MOVE  W-HS-HH  TO  W-HE-HH
           MOVE  W-HS-MM  TO  W-HE-MM
           MOVE  W-HS-SS  TO  W-HE-SS
           MOVE  W-HORA-EDITADA  TO  W-HORA-ACT

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

           OPEN  INPUT    MOVDECL
           IF    FS-MOVDECL  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR MOVDECL ' FS-MOVDECL
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  I-O      DECLUBO
      *    STATUS 35: CLUSTER RECIEN DEFINIDO Y AUN SIN CARGAR. SE
      *    CREA VACIO Y SE REABRE PARA QUE LA PRIMERA ALTA NO EXIJA
      *    CEBADO MANUAL DEL MAESTRO
           IF    FS-DECLUBO  =  '35'
                 OPEN  OUTPUT   DECLUBO
                 IF    FS-DECLUBO  NOT EQUAL '00'
                       DISPLAY 'ERROR AL CREAR DECLUBO ' FS-DECLUBO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 CLOSE DECLUBO
                 OPEN  I-O      DECLUBO
           END-IF
           IF    FS-DECLUBO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  EXTEND   AUDDECL
           IF    FS-AUDDECL  NOT EQUAL '00'
           AND   FS-AUDDECL  NOT EQUAL '05'
                 DISPLAY 'ERROR AL ABRIR AUDDECL ' FS-AUDDECL
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * TRATA-MOVIMIENTO: UNA TARJETA. LA OPERACION DECIDE QUE SE
      *      VALIDA; CUALQUIER RECHAZO DEJA EL MAESTRO COMO ESTABA Y
      *      SE AUDITA IGUAL QUE UN MOVIMIENTO ACEPTADO.
      *
       TRATA-MOVIMIENTO.
           READ  MOVDECL  INTO  W-MOV
           EVALUATE FS-MOVDECL
           WHEN     '00'
                 ADD       1            TO  REG-LEIDOS
                 MOVE      SPACES       TO  W-MOTIVO
                 EVALUATE  MOV-OPERACION
                 WHEN      WLT-OPER-ALT
                           PERFORM  ALTA-DECLARACION
                 WHEN      WLT-OPER-MOD
                           PERFORM  MODIFICA-DECLARACION
                 WHEN      WLT-OPER-CAD
                           PERFORM  CADUCA-DECLARACION
                 WHEN      WLT-OPER-LIS
                           PERFORM  LISTA-DECLARACIONES
                 WHEN      OTHER
                           MOVE  SPACES             TO  W-ANTES
                           MOVE  WLT-MOT-OPERACION  TO  W-MOTIVO
                           PERFORM  RECHAZA-MOVIMIENTO
                 END-EVALUATE
           WHEN     '10'
                 SET       FIN-MOVDECL  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO MOVDECL ' FS-MOVDECL
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * VALIDA-CLAVE: CLAVES NUMERICAS, NO NULAS Y DISTINTAS (UNA
      *      EMPRESA NO PUEDE DECLARARSE TITULAR DE SI MISMA) Y
      *      ANALISTA INFORMADO. SI ES VALIDA SE LEE EL MAESTRO.
      *
       VALIDA-CLAVE.
           MOVE  SPACES  TO  W-ANTES
           EVALUATE TRUE
           WHEN  MOV-NUMPERSEMP  NOT NUMERIC
           OR    MOV-NUMPERSACC  NOT NUMERIC
           OR    MOV-NUMPERSEMP-N  =  ZEROS
           OR    MOV-NUMPERSACC-N  =  ZEROS
                 MOVE  WLT-MOT-CLAVE      TO  W-MOTIVO
           WHEN  MOV-NUMPERSEMP-N  =  MOV-NUMPERSACC-N
                 MOVE  WLT-MOT-AUTOREL    TO  W-MOTIVO
           WHEN  MOV-ANALISTA  =  SPACES
                 MOVE  WLT-MOT-ANALISTA   TO  W-MOTIVO
           WHEN  OTHER
                 PERFORM  BUSCA-DECLARACION
           END-EVALUATE.

       BUSCA-DECLARACION.
           MOVE  'N'                TO  W-EXISTE
           MOVE  MOV-NUMPERSEMP-N   TO  PE8062D-NUMPERSEMP
           MOVE  MOV-NUMPERSACC-N   TO  PE8062D-NUMPERSACC
           READ  DECLUBO
                 INVALID KEY      CONTINUE
                 NOT INVALID KEY  MOVE  'S'  TO  W-EXISTE
           END-READ
           IF    DECL-EXISTE
                 MOVE  REG-DECLUBO  TO  W-ANTES
           END-IF.

      *=================================================================
      * VALIDA-DATOS: PORCENTAJE, ROL Y FECHAS INFORMADOS EN LA
      *      TARJETA (LOS QUE VIENEN EN BLANCO LOS EXIGE O NO CADA
      *      OPERACION ANTES DE LLAMAR AQUI). ROLES ADMITIDOS: LOS DE
      *      TITULARIDAD (56-59) Y LOS DE ADMINISTRACION/DIRECCION Y
      *      FIDEICOMISO (74-87).
      *
       VALIDA-DATOS.
           IF    W-MOTIVO  =  SPACES
           AND   MOV-PORCENTAJE  NOT =  SPACES
                 IF    MOV-PORCENTAJE  NOT NUMERIC
                       MOVE  WLT-MOT-PORCENTAJE  TO  W-MOTIVO
                 ELSE
                       IF    MOV-PORCENTAJE-N  =  ZEROS
                       OR    MOV-PORCENTAJE-N  >  WLT-PORC-MAX
                             MOVE  WLT-MOT-PORCENTAJE  TO  W-MOTIVO
                       END-IF
                 END-IF
           END-IF
           IF    W-MOTIVO  =  SPACES
           AND   MOV-ROL  NOT =  SPACES
                 IF    MOV-ROL  NOT NUMERIC
                       MOVE  WLT-MOT-ROL  TO  W-MOTIVO
                 ELSE
                       IF  ( MOV-ROL-N  <  56  OR  MOV-ROL-N  >  59 )
                       AND ( MOV-ROL-N  <  74  OR  MOV-ROL-N  >  87 )
                             MOVE  WLT-MOT-ROL  TO  W-MOTIVO
                       END-IF
                 END-IF
           END-IF
           IF    W-MOTIVO  =  SPACES
           AND   MOV-FECDECLA  NOT =  SPACES
                 MOVE  MOV-FECDECLA  TO  W-FECHA-VAL
                 PERFORM VALIDA-FECHA
                 IF    W-FECHA-OK  NOT =  'S'
                       MOVE  WLT-MOT-FECDECLA  TO  W-MOTIVO
                 END-IF
           END-IF
           IF    W-MOTIVO  =  SPACES
           AND   MOV-FECCADUC  NOT =  SPACES
                 MOVE  MOV-FECCADUC  TO  W-FECHA-VAL
                 PERFORM VALIDA-FECHA
                 IF    W-FECHA-OK  NOT =  'S'
                       MOVE  WLT-MOT-FECCADUC  TO  W-MOTIVO
                 END-IF
           END-IF.

       VALIDA-FECHA.
           MOVE  'N'  TO  W-FECHA-OK
           IF    W-FECHA-VAL(1:4)  IS NUMERIC
           AND   W-FECHA-VAL(6:2)  IS NUMERIC
           AND   W-FECHA-VAL(9:2)  IS NUMERIC
           AND   W-FECHA-VAL(5:1)  =  '-'
           AND   W-FECHA-VAL(8:1)  =  '-'
           AND   W-FECHA-VAL(6:2)  >=  '01'
           AND   W-FECHA-VAL(6:2)  <=  '12'
                 MOVE  W-FECHA-VAL(1:4)    TO  W-FV-AAAA
                 MOVE  W-FECHA-VAL(6:2)    TO  W-FV-MM
                 MOVE  W-FECHA-VAL(9:2)    TO  W-FV-DD
                 MOVE  W-DIAS-MES(W-FV-MM) TO  W-DIAS-DEL-MES
                 IF    W-FV-MM  =  2
                       PERFORM COMPRUEBA-BISIESTO
                       IF    W-BISIESTO  =  'S'
                             MOVE  29  TO  W-DIAS-DEL-MES
                       END-IF
                 END-IF
                 IF    W-FV-DD  >=  1
                 AND   W-FV-DD  <=  W-DIAS-DEL-MES
                       MOVE  'S'  TO  W-FECHA-OK
                 END-IF
           END-IF.

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
      * ALTA-DECLARACION: TODOS LOS DATOS SON OBLIGATORIOS. SI YA HAY
      *      UNA DECLARACION VIGENTE PARA LA PAREJA SE RECHAZA (SE
      *      MODIFICA CON 'MOD'); SI LA QUE HAY ESTA CERRADA, LA NUEVA
      *      LA SUSTITUYE Y LA ANTERIOR QUEDA EN LA IMAGEN 'ANTES' DE
      *      LA AUDITORIA.
      *
       ALTA-DECLARACION.
           PERFORM  VALIDA-CLAVE
           IF    W-MOTIVO  =  SPACES
                 EVALUATE TRUE
                 WHEN  MOV-PORCENTAJE  =  SPACES
                       MOVE  WLT-MOT-PORCENTAJE  TO  W-MOTIVO
                 WHEN  MOV-ROL         =  SPACES
                       MOVE  WLT-MOT-ROL         TO  W-MOTIVO
                 WHEN  MOV-FECDECLA    =  SPACES
                       MOVE  WLT-MOT-FECDECLA    TO  W-MOTIVO
                 WHEN  MOV-FECCADUC    =  SPACES
                       MOVE  WLT-MOT-FECCADUC    TO  W-MOTIVO
                 WHEN  MOV-DOCREF      =  SPACES
                       MOVE  WLT-MOT-DOCREF      TO  W-MOTIVO
                 WHEN  DECL-EXISTE
                 AND   PE8062D-VIGENTE
                       MOVE  WLT-MOT-YAEXISTE    TO  W-MOTIVO
                 WHEN  OTHER
                       PERFORM  VALIDA-DATOS
                 END-EVALUATE
           END-IF
           IF    W-MOTIVO  =  SPACES
           AND   MOV-FECCADUC  NOT >  MOV-FECDECLA
                 MOVE  WLT-MOT-INTERVALO  TO  W-MOTIVO
           END-IF
           IF    W-MOTIVO  NOT =  SPACES
                 PERFORM  RECHAZA-MOVIMIENTO
           ELSE
                 MOVE  SPACES              TO  REG-DECLUBO
                 MOVE  MOV-NUMPERSEMP-N    TO  PE8062D-NUMPERSEMP
                 MOVE  MOV-NUMPERSACC-N    TO  PE8062D-NUMPERSACC
                 MOVE  MOV-PORCENTAJE-N    TO  PE8062D-PORPARTEMP
                 MOVE  MOV-ROL-N           TO  PE8062D-CODRELPEPE
                 MOVE  MOV-FECDECLA        TO  PE8062D-FECDECLA
                 MOVE  MOV-FECCADUC        TO  PE8062D-FECCADUC
                 MOVE  MOV-ANALISTA        TO  PE8062D-ANALISTA
                 MOVE  MOV-DOCREF          TO  PE8062D-DOCREF
                 SET   PE8062D-VIGENTE     TO  TRUE
                 MOVE  W-FECHA-HOY         TO  PE8062D-FECALTAREG
                 MOVE  W-FECHA-HOY         TO  PE8062D-FECULTMOD
                 IF    DECL-EXISTE
                       REWRITE REG-DECLUBO
                 ELSE
                       WRITE   REG-DECLUBO
                 END-IF
                 IF    FS-DECLUBO  NOT EQUAL '00'
                       DISPLAY 'ERROR AL GRABAR DECLUBO '
                               PE8062D-CLAVE ' FS=' FS-DECLUBO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 ADD   1  TO  CNT-ALTAS
                 PERFORM  ACEPTA-MOVIMIENTO
           END-IF.

      *=================================================================
      * MODIFICA-DECLARACION: SOLO SOBRE UNA DECLARACION VIGENTE. LOS
      *      CAMPOS EN BLANCO DE LA TARJETA CONSERVAN EL VALOR DEL
      *      MAESTRO; EL INTERVALO RESULTANTE DEBE SEGUIR SIENDO
      *      VALIDO.
      *
       MODIFICA-DECLARACION.
           PERFORM  VALIDA-CLAVE
           IF    W-MOTIVO  =  SPACES
                 EVALUATE TRUE
                 WHEN  NOT DECL-EXISTE
                       MOVE  WLT-MOT-NOEXISTE    TO  W-MOTIVO
                 WHEN  PE8062D-CERRADA
                       MOVE  WLT-MOT-CERRADA     TO  W-MOTIVO
                 WHEN  OTHER
                       PERFORM  VALIDA-DATOS
                 END-EVALUATE
           END-IF
           IF    W-MOTIVO  =  SPACES
                 IF    MOV-PORCENTAJE  NOT =  SPACES
                       MOVE  MOV-PORCENTAJE-N  TO  PE8062D-PORPARTEMP
                 END-IF
                 IF    MOV-ROL  NOT =  SPACES
                       MOVE  MOV-ROL-N         TO  PE8062D-CODRELPEPE
                 END-IF
                 IF    MOV-FECDECLA  NOT =  SPACES
                       MOVE  MOV-FECDECLA      TO  PE8062D-FECDECLA
                 END-IF
                 IF    MOV-FECCADUC  NOT =  SPACES
                       MOVE  MOV-FECCADUC      TO  PE8062D-FECCADUC
                 END-IF
                 IF    MOV-DOCREF  NOT =  SPACES
                       MOVE  MOV-DOCREF        TO  PE8062D-DOCREF
                 END-IF
                 IF    PE8062D-FECCADUC  NOT >  PE8062D-FECDECLA
                       MOVE  WLT-MOT-INTERVALO  TO  W-MOTIVO
                 END-IF
           END-IF
           IF    W-MOTIVO  NOT =  SPACES
                 PERFORM  RECHAZA-MOVIMIENTO
           ELSE
                 MOVE  MOV-ANALISTA        TO  PE8062D-ANALISTA
                 MOVE  W-FECHA-HOY         TO  PE8062D-FECULTMOD
                 PERFORM  REGRABA-DECLARACION
                 ADD   1  TO  CNT-MODIFICADAS
                 PERFORM  ACEPTA-MOVIMIENTO
           END-IF.

      *=================================================================
      * CADUCA-DECLARACION: CIERRA UNA DECLARACION VIGENTE (EL
      *      CLIENTE LA RETIRA O CUMPLIMIENTO DEJA DE DARLA POR BUENA).
      *      LA NUEVA CADUCIDAD ES LA FECHA DE LA TARJETA O, SIN
      *      ELLA, LA FECHA DE NEGOCIO; NUNCA SE ALARGA LA QUE YA
      *      TENIA. EL REGISTRO SE CONSERVA CERRADO: LAS EJECUCIONES
      *      RETROSPECTIVAS DE PE80619 LO SIGUEN VIENDO EN SU VENTANA.
      *
       CADUCA-DECLARACION.
           PERFORM  VALIDA-CLAVE
           IF    W-MOTIVO  =  SPACES
                 EVALUATE TRUE
                 WHEN  NOT DECL-EXISTE
                       MOVE  WLT-MOT-NOEXISTE    TO  W-MOTIVO
                 WHEN  PE8062D-CERRADA
                       MOVE  WLT-MOT-CERRADA     TO  W-MOTIVO
                 WHEN  MOV-FECCADUC  NOT =  SPACES
                       MOVE  MOV-FECCADUC  TO  W-FECHA-VAL
                       PERFORM VALIDA-FECHA
                       IF    W-FECHA-OK  NOT =  'S'
                             MOVE  WLT-MOT-FECCADUC  TO  W-MOTIVO
                       END-IF
                 WHEN  OTHER
                       CONTINUE
                 END-EVALUATE
           END-IF
           IF    W-MOTIVO  NOT =  SPACES
                 PERFORM  RECHAZA-MOVIMIENTO
           ELSE
                 IF    MOV-FECCADUC  =  SPACES
                       MOVE  W-FECHA-HOY-ISO  TO  W-FECCADUC-NUEVA
                 ELSE
                       MOVE  MOV-FECCADUC     TO  W-FECCADUC-NUEVA
                 END-IF
                 IF    W-FECCADUC-NUEVA  <  PE8062D-FECCADUC
                       MOVE  W-FECCADUC-NUEVA  TO  PE8062D-FECCADUC
                 END-IF
                 SET   PE8062D-CERRADA     TO  TRUE
                 MOVE  MOV-ANALISTA        TO  PE8062D-ANALISTA
                 MOVE  W-FECHA-HOY         TO  PE8062D-FECULTMOD
                 PERFORM  REGRABA-DECLARACION
                 ADD   1  TO  CNT-CADUCADAS
                 PERFORM  ACEPTA-MOVIMIENTO
           END-IF.

       REGRABA-DECLARACION.
           REWRITE REG-DECLUBO
           IF    FS-DECLUBO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL REGRABAR DECLUBO '
                         PE8062D-CLAVE ' FS=' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * LISTA-DECLARACIONES: CONSULTA SIN MODIFICACION (NO SE AUDITA).
      *      CON NUMPERSEMP NUMERICO SE LISTAN SOLO LAS DE ESA
      *      EMPRESA; EN BLANCO, TODO EL MAESTRO.
      *
       LISTA-DECLARACIONES.
           MOVE  ZEROS  TO  W-FILTRO-EMP
           MOVE  ZEROS  TO  W-FIN-DECLUBO
           IF    MOV-NUMPERSEMP  IS NUMERIC
                 MOVE  MOV-NUMPERSEMP-N  TO  W-FILTRO-EMP
           END-IF
           IF    W-FILTRO-EMP  =  ZEROS
                 DISPLAY 'DECLARACIONES DEL MAESTRO DECLUBO'
           ELSE
                 DISPLAY 'DECLARACIONES DE LA EMPRESA ' W-FILTRO-EMP
           END-IF
           MOVE  W-FILTRO-EMP  TO  PE8062D-NUMPERSEMP
           MOVE  ZEROS         TO  PE8062D-NUMPERSACC
           START DECLUBO  KEY NOT LESS  PE8062D-CLAVE
           IF    FS-DECLUBO  NOT EQUAL '00'
                 SET  FIN-DECLUBO  TO  TRUE
           END-IF
           PERFORM RECORRE-DECLUBO  UNTIL  FIN-DECLUBO.

       RECORRE-DECLUBO.
           READ  DECLUBO  NEXT
           EVALUATE FS-DECLUBO
           WHEN     '00'
                 IF    W-FILTRO-EMP  NOT =  ZEROS
                 AND   PE8062D-NUMPERSEMP  NOT =  W-FILTRO-EMP
                       SET   FIN-DECLUBO  TO  TRUE
                 ELSE
                       PERFORM  LISTA-DECLARACION
                 END-IF
           WHEN     '10'
                 SET   FIN-DECLUBO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LISTA-DECLARACION.
           ADD   1  TO  CNT-LISTADAS
           MOVE  PE8062D-PORPARTEMP  TO  W-DISP-PCT
           DISPLAY 'EMP ' PE8062D-NUMPERSEMP
                   ' ACC ' PE8062D-NUMPERSACC
                   ' PCT ' W-DISP-PCT
                   ' ROL ' PE8062D-CODRELPEPE
                   ' EST ' PE8062D-ESTADO
           DISPLAY '         DECLARADA ' PE8062D-FECDECLA
                   ' CADUCA ' PE8062D-FECCADUC
                   ' ANALISTA ' PE8062D-ANALISTA
                   ' DOC ' PE8062D-DOCREF.

      *=================================================================
      * ACEPTA-MOVIMIENTO / RECHAZA-MOVIMIENTO: AUDITORIA DEL
      *      MOVIMIENTO CON SUS IMAGENES ANTES Y DESPUES (UN RECHAZO
      *      LLEVA LA IMAGEN ANTES TAL COMO QUEDA, SIN DESPUES).
      *
       ACEPTA-MOVIMIENTO.
           MOVE  SPACES             TO  W-REG-AUDDECL
           SET   PE8062A-ACEPTADO   TO  TRUE
           MOVE  REG-DECLUBO        TO  PE8062A-DESPUES
           PERFORM  GRABA-AUDITORIA.

       RECHAZA-MOVIMIENTO.
           MOVE  SPACES             TO  W-REG-AUDDECL
           SET   PE8062A-RECHAZADO  TO  TRUE
           MOVE  W-MOTIVO           TO  PE8062A-MOTIVO
           ADD   1                  TO  CNT-RECHAZADOS
           DISPLAY 'MOVIMIENTO RECHAZADO, MOTIVO ' W-MOTIVO ': '
                   REG-MOVDECL
           PERFORM  GRABA-AUDITORIA.

       GRABA-AUDITORIA.
           MOVE  W-FECHA-HOY        TO  PE8062A-FECHA
           MOVE  W-HORA-ACT         TO  PE8062A-HORA
           MOVE  MOV-OPERACION      TO  PE8062A-OPERACION
           MOVE  MOV-ANALISTA       TO  PE8062A-ANALISTA
           IF    MOV-NUMPERSEMP  IS NUMERIC
                 MOVE  MOV-NUMPERSEMP-N  TO  PE8062A-NUMPERSEMP
           ELSE
                 MOVE  ZEROS             TO  PE8062A-NUMPERSEMP
           END-IF
           IF    MOV-NUMPERSACC  IS NUMERIC
                 MOVE  MOV-NUMPERSACC-N  TO  PE8062A-NUMPERSACC
           ELSE
                 MOVE  ZEROS             TO  PE8062A-NUMPERSACC
           END-IF
           MOVE  W-ANTES            TO  PE8062A-ANTES
           WRITE REG-AUDDECL  FROM  W-REG-AUDDECL
           IF    FS-AUDDECL  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR AUDDECL ' FS-AUDDECL
                 PERFORM ABNORMAL-ENDING
           END-IF.

       FIN-PROCESO.
           MOVE    REG-LEIDOS       TO        REG-TOTAL
           DISPLAY 'MOVIMIENTOS LEIDOS           ' REG-TOTAL
           MOVE    CNT-ALTAS        TO        REG-TOTAL
           DISPLAY 'DECLARACIONES DADAS DE ALTA  ' REG-TOTAL
           MOVE    CNT-MODIFICADAS  TO        REG-TOTAL
           DISPLAY 'DECLARACIONES MODIFICADAS    ' REG-TOTAL
           MOVE    CNT-CADUCADAS    TO        REG-TOTAL
           DISPLAY 'DECLARACIONES CADUCADAS      ' REG-TOTAL
           MOVE    CNT-LISTADAS     TO        REG-TOTAL
           DISPLAY 'DECLARACIONES LISTADAS       ' REG-TOTAL
           MOVE    CNT-RECHAZADOS   TO        REG-TOTAL
           DISPLAY 'MOVIMIENTOS RECHAZADOS       ' REG-TOTAL
           IF    CNT-RECHAZADOS  >  ZEROS
                 MOVE  WLT-RC-RECHAZOS  TO  RETURN-CODE
           ELSE
                 MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-IF
           CLOSE    MOVDECL
                    DECLUBO
                    AUDDECL
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    MOVDECL
                    DECLUBO
                    AUDDECL
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
