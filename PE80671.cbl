      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80671.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80671 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80671                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  SEGUIMIENTO DE LA VENTANA BATCH DE LA CADENA =
      *=                  CONTRA SU HORA LIMITE (SLA), A PARTIR DE LAS =
      *=                  HORAS DE INICIO Y FIN QUE PE80645 DEJA EN    =
      *=                  REGCTL. EN CADA EJECUCION (PUNTO DE CONTROL):=
      *=                  1) ANADE AL HISTORICO SLAHIS (KSDS, CLAVE    =
      *=                     JOB + DIA DE LA SEMANA DE LA FECHA DE     =
      *=                     NEGOCIO) LA DURACION EN MINUTOS DE CADA   =
      *=                     EJECUCION TERMINADA DE REGCTL AUN NO      =
      *=                     RECOGIDA; SE GUARDAN LAS 8 ULTIMAS POR JOB=
      *=                     Y DIA (HISTORICO RODANTE DE 8 SEMANAS).   =
      *=                  2) PROYECTA EL FIN DE LA CADENA DE HOY: LOS  =
      *=                     JOBS TERMINADOS CON SU HORA REAL, LOS EN  =
      *=                     CURSO Y LOS PENDIENTES CON LA MEDIA DE SU =
      *=                     HISTORICO PARA ESE DIA DE LA SEMANA (SIN  =
      *=                     HISTORICO, LOS MINUTOS POR DEFECTO DE LA  =
      *=                     TPA), EN EL ORDEN DE LA TPA EETP012 (JOBS =
      *=                     CON EL MISMO ORDEN CORREN EN PARALELO), Y =
      *=                     COMPARA EL FIN DE CADA JOB CON SU HORA    =
      *=                     LIMITE.                                   =
      *=                  3) CON PARM 'TENDENCIA', INFORME SEMANAL DE  =
      *=                     DURACION MEDIA POR JOB DE LAS 8 ULTIMAS   =
      *=                     SEMANAS, CON LA SEMANA EN CURSO COMPARADA =
      *=                     CON LA MEDIA DE LAS CUATRO ANTERIORES.    =
      *=                  TPA EETP012 (18 POSICIONES): JOB X(8), ORDEN =
      *=                  9(2), HORA LIMITE HHMM, MINUTOS POR DEFECTO  =
      *=                  9(4). LA FILA '*VENTANA' DA EN LA HORA LIMITE=
      *=                  LA HORA DE ARRANQUE DE LA VENTANA (DEFECTO   =
      *=                  18:00), A PARTIR DE LA CUAL SE CUENTAN LAS   =
      *=                  HORAS QUE PASAN DE MEDIANOCHE.               =
      *=                  RC: 0 CORRECTO; 4 AVISOS (SIN TPA, FILA      =
      *=                  ERRONEA, JOB SIN HISTORICO); 8 LA CADENA YA  =
      *=                  HA INCUMPLIDO O SE PREVE QUE INCUMPLA LA HORA=
      *=                  LIMITE DE ALGUN JOB (ALERTA OPC).            =
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
      *= REGCTL              REGISTRO DE CONTROL DE EJECUCIONES (VSAM) =
      *= SLAHIS              HISTORICO DE DURACIONES POR JOB Y DIA     =
      *=                     (VSAM KSDS: KEYS(9 0) RECORDSIZE(168 168))=
      *= EETP012R            TPA ORDEN Y HORA LIMITE POR JOB           =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= INFORME             PROYECCION Y TENDENCIA (132)              =
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

           SELECT REGCTL  ASSIGN TO  REGCTL
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   RCT-CLAVE
                  FILE STATUS FS-REGCTL.

           SELECT SLAHIS  ASSIGN TO  SLAHIS
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   SLH-CLAVE
                  FILE STATUS FS-SLAHIS.

           SELECT OPTIONAL EETP012R  ASSIGN TO  EETP012R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP012R.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= REGCTL - REGISTRO DE CONTROL (MISMO LAYOUT QUE EN PE80645)    =
       FD  REGCTL.
       01  REG-REGCTL.
           05  RCT-CLAVE.
               10  RCT-JOB         PIC X(08).
               10  RCT-FECHA       PIC X(08).
           05  RCT-HORA-INI        PIC X(08).
           05  RCT-HORA-FIN        PIC X(08).
           05  RCT-ESTADO          PIC X(01).
               88  RCT-EN-EJECUCION   VALUE 'E'.
               88  RCT-TERMINADO      VALUE 'T'.
           05  RCT-CONSUMIDOR      PIC X(08).
           05  RCT-FECCONSUMO      PIC X(08).
           05  RCT-HORCONSUMO      PIC X(08).
           05  RCT-OPERAUD         PIC X(08).
           05  RCT-HORAUD          PIC X(08).
           05  RCT-MOTIVAUD        PIC X(04).
           05  FILLER              PIC X(03).
      *
      *= SLAHIS - DURACIONES DE LAS ULTIMAS EJECUCIONES POR JOB Y DIA  =
      *=          DE LA SEMANA (1 LUNES ... 7 DOMINGO), LA MAS RECIENTE=
      *=          PRIMERO. DIANUM ES EL NUMERO DE DIA JULIANO DE LA    =
      *=          FECHA DE NEGOCIO (168 POSICIONES)                    =
       FD  SLAHIS.
       01  REG-SLAHIS.
           05  SLH-CLAVE.
               10  SLH-JOB         PIC X(08).
               10  SLH-DIASEM      PIC 9(01).
           05  SLH-NUM             PIC 9(02).
           05  SLH-MUESTRA  OCCURS 8 TIMES.
               10  SLH-FECHA       PIC X(08).
               10  SLH-DIANUM      PIC 9(07).
               10  SLH-MINUTOS     PIC 9(04).
           05  FILLER              PIC X(05).
      *
      *= EETP012R - ORDEN, HORA LIMITE Y MINUTOS POR DEFECTO POR JOB   =
       FD  EETP012R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP012R.
           05  REG-EETP012R-JOB       PIC X(08).
           05  REG-EETP012R-ORDEN     PIC X(02).
           05  REG-EETP012R-LIMITE    PIC X(04).
           05  REG-EETP012R-MINDEF    PIC X(04).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= INFORME - PROYECCION DEL DIA Y TENDENCIA SEMANAL              =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80671'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-AVISO       PIC 9(03)  VALUE 004.
       77  WLT-RC-INCUMPLE    PIC 9(03)  VALUE 008.
       77  WLT-FILA-VENTANA   PIC X(08)  VALUE '*VENTANA'.
       77  WLT-VENTANA-DEF    PIC 9(04)  VALUE 1800.
       77  WLT-MAX-JOBS       PIC 9(02)  VALUE 30.
       77  WLT-MAX-MUESTRAS   PIC 9(02)  VALUE 08.
       77  WLT-MIN-DIA        PIC 9(04)  VALUE 1440.
      *    VARIACION (%) DE LA SEMANA EN CURSO SOBRE LAS 4 ANTERIORES
      *    A PARTIR DE LA CUAL LA TENDENCIA SE MARCA
       77  WLT-PCT-TENDENCIA  PIC 9(03)  VALUE 020.
       77  WLT-PARM-TENDENCIA PIC X(09)  VALUE 'TENDENCIA'.

      *=================================================================
      * JOBS DE LA CADENA SEGUN EETP012, EN EL ORDEN DE LA TPA
      *
       01  W-TABLA-JOBS.
           05  W-JOB-COUNT            PIC 9(02)  COMP  VALUE ZEROS.
           05  W-JOB-ENTRADA  OCCURS 30 TIMES.
               10  W-JOB-NOMBRE       PIC X(08).
               10  W-JOB-ORDEN        PIC 9(02).
               10  W-JOB-LIMITE       PIC 9(04).
               10  W-JOB-MINDEF       PIC 9(04).

      *=================================================================
      * CALCULO DEL DIA JULIANO (SIN FUNCIONES INTRINSECAS)
      *
       01  W-FECHA-CALC.
           05  W-FC-AAAA          PIC 9(04).
           05  W-FC-MM            PIC 9(02).
           05  W-FC-DD            PIC 9(02).
       01  W-FECHA-CALC-X  REDEFINES  W-FECHA-CALC  PIC X(08).

       01  W-JULIANO.
           05  W-JU-A             PIC 9(02)  COMP.
           05  W-JU-Y             PIC 9(05)  COMP.
           05  W-JU-M             PIC 9(02)  COMP.
           05  W-JU-T1            PIC 9(05)  COMP.
           05  W-JU-T2            PIC 9(05)  COMP.
           05  W-JU-T3            PIC 9(05)  COMP.
           05  W-JU-T4            PIC 9(05)  COMP.
           05  W-JU-RESTO         PIC 9(05)  COMP.
           05  W-JU-DIANUM        PIC 9(07)  COMP.
           05  W-JU-COCIENTE      PIC 9(07)  COMP.
           05  W-JU-DIASEM        PIC 9(01).

      *=================================================================
      * HORAS: HH:MM:SS DE REGCTL Y DEL SISTEMA, MINUTOS DE VENTANA
      *
       01  W-HORA-X.
           05  W-HX-HH            PIC X(02).
           05  FILLER             PIC X(01).
           05  W-HX-MM            PIC X(02).
           05  FILLER             PIC X(03).

       01  W-HORA-SISTEMA.
           05  W-HS-HH            PIC 9(02).
           05  W-HS-MM            PIC 9(02).
           05  W-HS-SS            PIC 9(02).
           05  W-HS-CC            PIC 9(02).

       01  W-HHMM.
           05  W-HHMM-HH          PIC 9(02).
           05  W-HHMM-MM          PIC 9(02).
       01  W-HHMM-N  REDEFINES  W-HHMM  PIC 9(04).

       01  W-HORA-EDITADA.
           05  W-HE-HH            PIC 9(02).
           05  FILLER             PIC X(01)  VALUE ':'.
           05  W-HE-MM            PIC 9(02).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-DIANUM-HOY       PIC 9(07)  VALUE ZEROS.
           05  W-DIASEM-HOY       PIC 9(01)  VALUE ZEROS.
           05  W-SEMANA-HOY       PIC 9(07)  VALUE ZEROS.
           05  W-SEMANA           PIC 9(07)  VALUE ZEROS.
           05  W-VENTANA-HHMM     PIC 9(04)  VALUE ZEROS.
           05  W-VENTANA-MIN      PIC 9(04)  VALUE ZEROS.
           05  W-MINUTOS          PIC 9(04)  VALUE ZEROS.
           05  W-MIN-DIA          PIC 9(04)  VALUE ZEROS.
           05  W-MIN-VENTANA      PIC 9(05)  VALUE ZEROS.
           05  W-MIN-INI          PIC 9(05)  VALUE ZEROS.
           05  W-MIN-FIN          PIC 9(05)  VALUE ZEROS.
           05  W-MIN-AHORA        PIC 9(05)  VALUE ZEROS.
           05  W-MIN-LIMITE       PIC 9(05)  VALUE ZEROS.
           05  W-MIN-PREVISTO     PIC 9(04)  VALUE ZEROS.
           05  W-FIN-GRUPO-ANT    PIC 9(05)  VALUE ZEROS.
           05  W-FIN-GRUPO-ACT    PIC 9(05)  VALUE ZEROS.
           05  W-FIN-CADENA       PIC 9(05)  VALUE ZEROS.
           05  W-ORDEN-ACT        PIC 9(02)  VALUE ZEROS.
           05  W-SUMA             PIC 9(07)  COMP  VALUE ZEROS.
           05  W-IX               PIC 9(02)  COMP  VALUE ZEROS.
           05  W-IX-JOB           PIC 9(02)  COMP  VALUE ZEROS.
           05  W-IX-SEM           PIC 9(02)  COMP  VALUE ZEROS.
           05  W-HORA-OK          PIC X(01)  VALUE 'N'.
               88  HORA-VALIDA               VALUE 'S'.
           05  W-EXISTE           PIC X(01)  VALUE 'N'.
               88  REGISTRO-EXISTE           VALUE 'S'.
           05  W-TENDENCIA        PIC X(01)  VALUE 'N'.
               88  CON-TENDENCIA             VALUE 'S'.
           05  W-HAY-AVISOS       PIC X(01)  VALUE 'N'.
               88  HAY-AVISOS                VALUE 'S'.
           05  W-HAY-INCUMPLE     PIC X(01)  VALUE 'N'.
               88  HAY-INCUMPLE              VALUE 'S'.
           05  W-FIN-FICHERO      PIC 9      VALUE 0.
               88  FIN-FICHERO               VALUE 1.
           05  W-FIN-REGCTL       PIC 9      VALUE 0.
               88  FIN-REGCTL                VALUE 1.
           05  W-FIN-SLAHIS       PIC 9      VALUE 0.
               88  FIN-SLAHIS                VALUE 1.

      *    ACUMULADOS POR SEMANA (1 = SEMANA EN CURSO ... 8 = HACE 7)
       01  W-TABLA-SEMANAS.
           05  W-TEN-JOB              PIC X(08)  VALUE SPACES.
           05  W-SEM-ENTRADA  OCCURS 8 TIMES.
               10  W-SEM-SUMA         PIC 9(07)  COMP.
               10  W-SEM-NUM          PIC 9(03)  COMP.
               10  W-SEM-MEDIA        PIC 9(04).
           05  W-TEN-SUMA-ANT         PIC 9(07)  COMP  VALUE ZEROS.
           05  W-TEN-NUM-ANT          PIC 9(03)  COMP  VALUE ZEROS.
           05  W-TEN-MEDIA-ANT        PIC 9(04)  VALUE ZEROS.
           05  W-TEN-UMBRAL           PIC 9(06)  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-RCT      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-RECOGIDAS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-HORA-ERRONEA    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-INCUMPLE        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-RIESGO          PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE INFORME
      *
       01  LINEA-CABECERA.
           05  LCB-TITULO          PIC X(40)  VALUE SPACES.
           05  FILLER              PIC X(16)  VALUE
               'FECHA NEGOCIO   '.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(08)  VALUE '  HORA  '.
           05  LCB-HORA            PIC X(05)  VALUE SPACES.
           05  FILLER              PIC X(55)  VALUE SPACES.

       01  LINEA-COLUMNAS-PRO.
           05  FILLER              PIC X(40)  VALUE
               'JOB      OR ESTADO     INICIO FIN    MIN'.
           05  FILLER              PIC X(21)  VALUE
               'UTOS LIMITE SITUACION'.
           05  FILLER              PIC X(71)  VALUE SPACES.

       01  LINEA-PROYECCION.
           05  LPR-JOB             PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPR-ORDEN           PIC 9(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPR-ESTADO          PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPR-INICIO          PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LPR-FIN             PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LPR-MINUTOS         PIC ZZZ9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  LPR-LIMITE          PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LPR-SITUACION       PIC X(40).
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  LINEA-FIN-CADENA.
           05  FILLER              PIC X(32)  VALUE
               'FIN PREVISTO DE LA CADENA       '.
           05  LFC-HORA            PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LFC-TEXTO           PIC X(50)  VALUE SPACES.
           05  FILLER              PIC X(43)  VALUE SPACES.

       01  LINEA-COLUMNAS-TEN.
           05  FILLER              PIC X(40)  VALUE
               'JOB        S-7   S-6   S-5   S-4   S-3  '.
           05  FILLER              PIC X(40)  VALUE
               ' S-2   S-1   S-0  MEDIA S-4/S-1  TENDENC'.
           05  FILLER              PIC X(02)  VALUE
               'IA'.
           05  FILLER              PIC X(50)  VALUE SPACES.

       01  LINEA-TENDENCIA.
           05  LTE-JOB             PIC X(08).
           05  LTE-SEMANA  OCCURS 8 TIMES.
               10  LTE-SEM-X       PIC X(06).
               10  LTE-SEM-N  REDEFINES  LTE-SEM-X.
                   15  FILLER      PIC X(02).
                   15  LTE-SEM-MIN PIC ZZZ9.
           05  FILLER              PIC X(06)  VALUE SPACES.
           05  LTE-MEDIA-ANT       PIC ZZZ9.
           05  FILLER              PIC X(07)  VALUE SPACES.
           05  LTE-TENDENCIA       PIC X(20).
           05  FILLER              PIC X(39)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-REGCTL            PIC XX.
       77  FS-SLAHIS            PIC XX.
       77  FS-EETP012R          PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-INFORME           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA ('TENDENCIA', OPCIONAL)
      *
       LINKAGE SECTION.
       01  PARM-ENTRADA.
           05  PARM-LONG          PIC S9(4)  COMP.
           05  PARM-TEXTO         PIC X(09).

      *=================================================================
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM CARGA-EETP012.
           PERFORM RECOGE-HISTORICO.
           PERFORM PROYECTA-CADENA.
           IF    CON-TENDENCIA
                 PERFORM INFORME-TENDENCIA
           END-IF.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           IF    PARM-LONG  >  ZERO
                 IF    PARM-TEXTO  =  WLT-PARM-TENDENCIA
                       SET   CON-TENDENCIA  TO  TRUE
                 ELSE
                       DISPLAY 'PARM INVALIDO (SE ESPERA TENDENCIA O '
                               'NADA): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           ACCEPT W-HORA-SISTEMA  FROM  TIME
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
           MOVE  W-FECHA-HOY    TO  W-FECHA-CALC-X
           PERFORM CALCULA-JULIANO
           MOVE  W-JU-DIANUM    TO  W-DIANUM-HOY
           MOVE  W-JU-DIASEM    TO  W-DIASEM-HOY
           DIVIDE W-DIANUM-HOY  BY  7  GIVING  W-SEMANA-HOY
           OPEN  INPUT    REGCTL
           IF    FS-REGCTL  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR REGCTL ' FS-REGCTL
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  I-O      SLAHIS
      *    PRIMERA EJECUCION: EL HISTORICO SE CREA VACIO
           IF    FS-SLAHIS  =  '35'
                 OPEN  OUTPUT   SLAHIS
                 IF    FS-SLAHIS  NOT EQUAL '00'
                       DISPLAY 'ERROR AL CREAR SLAHIS ' FS-SLAHIS
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 CLOSE SLAHIS
                 OPEN  I-O      SLAHIS
           END-IF
           IF    FS-SLAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR SLAHIS ' FS-SLAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CARGA-EETP012: JOBS DE LA CADENA EN ORDEN, CON SU HORA LIMITE.
      *      UNA FILA ERRONEA SE IGNORA CON AVISO; SIN TPA NO HAY
      *      PROYECCION (SOLO SE RECOGE EL HISTORICO).
      *
       CARGA-EETP012.
           MOVE  WLT-VENTANA-DEF  TO  W-VENTANA-HHMM
           MOVE  0  TO  W-FIN-FICHERO
           OPEN  INPUT  EETP012R
           IF    FS-EETP012R  NOT EQUAL '00'
                 SET  FIN-FICHERO  TO  TRUE
           END-IF
           PERFORM LEE-EETP012  UNTIL  FIN-FICHERO
           IF    FS-EETP012R  =  '10'
                 CLOSE EETP012R
           END-IF
           MOVE  W-VENTANA-HHMM  TO  W-HHMM-N
           COMPUTE W-VENTANA-MIN  =  W-HHMM-HH * 60  +  W-HHMM-MM
           IF    W-JOB-COUNT  =  ZEROS
                 DISPLAY 'AVISO: SIN JOBS EN LA TPA EETP012, NO SE '
                         'PROYECTA LA CADENA'
                 SET   HAY-AVISOS  TO  TRUE
           END-IF.

       LEE-EETP012.
           READ  EETP012R
           EVALUATE FS-EETP012R
           WHEN     '00'
                 PERFORM VALIDA-FILA-EETP012
           WHEN     '10'
                 SET   FIN-FICHERO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO EETP012 ' FS-EETP012R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       VALIDA-FILA-EETP012.
           MOVE  'N'  TO  W-HORA-OK
           IF    REG-EETP012R-LIMITE  NUMERIC
                 MOVE  REG-EETP012R-LIMITE  TO  W-HHMM-N
                 IF    W-HHMM-HH  <  24
                 AND   W-HHMM-MM  <  60
                       SET   HORA-VALIDA  TO  TRUE
                 END-IF
           END-IF
           EVALUATE TRUE
           WHEN  NOT HORA-VALIDA
                 DISPLAY 'AVISO: FILA EETP012 CON HORA ERRONEA, SE '
                         'IGNORA: ' REG-EETP012R
                 SET   HAY-AVISOS  TO  TRUE
           WHEN  REG-EETP012R-JOB  =  WLT-FILA-VENTANA
                 MOVE  W-HHMM-N  TO  W-VENTANA-HHMM
           WHEN  REG-EETP012R-ORDEN   NOT NUMERIC
           OR    REG-EETP012R-MINDEF  NOT NUMERIC
           OR    REG-EETP012R-JOB  =  SPACES
                 DISPLAY 'AVISO: FILA EETP012 ERRONEA, SE IGNORA: '
                         REG-EETP012R
                 SET   HAY-AVISOS  TO  TRUE
           WHEN  W-JOB-COUNT  NOT <  WLT-MAX-JOBS
                 DISPLAY 'AVISO: EETP012 CON MAS DE ' WLT-MAX-JOBS
                         ' JOBS, SE IGNORA: ' REG-EETP012R
                 SET   HAY-AVISOS  TO  TRUE
           WHEN  OTHER
                 ADD   1  TO  W-JOB-COUNT
                 MOVE  REG-EETP012R-JOB
                       TO  W-JOB-NOMBRE(W-JOB-COUNT)
                 MOVE  REG-EETP012R-ORDEN
                       TO  W-JOB-ORDEN(W-JOB-COUNT)
                 MOVE  W-HHMM-N
                       TO  W-JOB-LIMITE(W-JOB-COUNT)
                 MOVE  REG-EETP012R-MINDEF
                       TO  W-JOB-MINDEF(W-JOB-COUNT)
                 IF    W-JOB-COUNT  >  1
                 AND   W-JOB-ORDEN(W-JOB-COUNT)  <
                       W-JOB-ORDEN(W-JOB-COUNT - 1)
                       DISPLAY 'ERROR: EETP012 NO ESTA EN ORDEN: '
                               REG-EETP012R
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-EVALUATE.

      *=================================================================
      * RECOGE-HISTORICO: RECORRE REGCTL (CLAVE JOB + FECHA, ASI QUE
      *      CADA JOB VIENE EN ORDEN DE FECHA) Y ANADE A SLAHIS LAS
      *      EJECUCIONES TERMINADAS MAS RECIENTES QUE LA ULTIMA YA
      *      RECOGIDA PARA ESE JOB Y DIA DE LA SEMANA. REPETIBLE.
      *
       RECOGE-HISTORICO.
           MOVE  LOW-VALUES  TO  RCT-CLAVE
           START REGCTL  KEY NOT LESS  RCT-CLAVE
           IF    FS-REGCTL  NOT EQUAL '00'
                 SET  FIN-REGCTL  TO  TRUE
           END-IF
           PERFORM LEE-REGCTL-SIG  UNTIL  FIN-REGCTL.

       LEE-REGCTL-SIG.
           READ  REGCTL  NEXT
           EVALUATE FS-REGCTL
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-RCT
                 IF    RCT-TERMINADO
                       PERFORM RECOGE-EJECUCION
                 END-IF
           WHEN     '10'
                 SET   FIN-REGCTL  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO REGCTL ' FS-REGCTL
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       RECOGE-EJECUCION.
           MOVE  RCT-HORA-INI  TO  W-HORA-X
           PERFORM CONVIERTE-HORA
           MOVE  W-MIN-DIA     TO  W-MIN-INI
           IF    HORA-VALIDA
                 MOVE  RCT-HORA-FIN  TO  W-HORA-X
                 PERFORM CONVIERTE-HORA
                 MOVE  W-MIN-DIA     TO  W-MIN-FIN
           END-IF
           MOVE  RCT-FECHA  TO  W-FECHA-CALC-X
           IF    NOT HORA-VALIDA
           OR    W-FECHA-CALC-X  NOT NUMERIC
                 ADD   1  TO  CNT-HORA-ERRONEA
           ELSE
      *          UNA EJECUCION QUE PASA DE MEDIANOCHE TERMINA "ANTES"
                 IF    W-MIN-FIN  <  W-MIN-INI
                       ADD   WLT-MIN-DIA  TO  W-MIN-FIN
                 END-IF
                 COMPUTE W-MINUTOS  =  W-MIN-FIN  -  W-MIN-INI
                 PERFORM CALCULA-JULIANO
                 MOVE  RCT-JOB      TO  SLH-JOB
                 MOVE  W-JU-DIASEM  TO  SLH-DIASEM
                 PERFORM LEE-SLAHIS
                 IF    NOT REGISTRO-EXISTE
                       MOVE  RCT-JOB      TO  SLH-JOB
                       MOVE  W-JU-DIASEM  TO  SLH-DIASEM
                       MOVE  ZEROS        TO  SLH-NUM
                       PERFORM ANADE-MUESTRA
                       WRITE REG-SLAHIS
                       PERFORM COMPRUEBA-GRABACION
                 ELSE
                       IF    RCT-FECHA  >  SLH-FECHA(1)
                             PERFORM ANADE-MUESTRA
                             REWRITE REG-SLAHIS
                             PERFORM COMPRUEBA-GRABACION
                       END-IF
                 END-IF
           END-IF.

      *    LA MUESTRA NUEVA VA PRIMERO; LA MAS ANTIGUA SE PIERDE AL
      *    PASAR DE WLT-MAX-MUESTRAS
       ANADE-MUESTRA.
           PERFORM VARYING W-IX FROM 7 BY -1 UNTIL W-IX < 1
                   MOVE  SLH-MUESTRA(W-IX)  TO  SLH-MUESTRA(W-IX + 1)
           END-PERFORM
           MOVE  RCT-FECHA    TO  SLH-FECHA(1)
           MOVE  W-JU-DIANUM  TO  SLH-DIANUM(1)
           MOVE  W-MINUTOS    TO  SLH-MINUTOS(1)
           IF    SLH-NUM  <  WLT-MAX-MUESTRAS
                 ADD   1  TO  SLH-NUM
           END-IF
           ADD   1  TO  CNT-RECOGIDAS.

       LEE-SLAHIS.
           MOVE  'N'  TO  W-EXISTE
           READ  SLAHIS
                 INVALID KEY      INITIALIZE REG-SLAHIS
                 NOT INVALID KEY  MOVE  'S'  TO  W-EXISTE
           END-READ.

       COMPRUEBA-GRABACION.
           IF    FS-SLAHIS  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR SLAHIS ' SLH-CLAVE
                         ' FS=' FS-SLAHIS
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * PROYECTA-CADENA: RECORRE LOS JOBS DE EETP012 EN ORDEN. EN
      *      MINUTOS DE VENTANA (DESDE LA HORA DE ARRANQUE), UN JOB
      *      PENDIENTE EMPIEZA CUANDO ACABA EL ULTIMO DEL GRUPO DE ORDEN
      *      ANTERIOR, O AHORA SI ESO YA PASO.
      *
       PROYECTA-CADENA.
           MOVE  W-HS-HH  TO  W-HX-HH
           MOVE  W-HS-MM  TO  W-HX-MM
           PERFORM CONVIERTE-HORA
           PERFORM CALCULA-MIN-VENTANA
           MOVE  W-MIN-VENTANA  TO  W-MIN-AHORA
           MOVE  'PROYECCION DE LA VENTANA BATCH'  TO  LCB-TITULO
           PERFORM ESCRIBE-CABECERA
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-COLUMNAS-PRO
           MOVE  ZEROS  TO  W-FIN-GRUPO-ANT  W-FIN-GRUPO-ACT
                            W-FIN-CADENA
           IF    W-JOB-COUNT  >  ZEROS
                 MOVE  W-JOB-ORDEN(1)  TO  W-ORDEN-ACT
           END-IF
           PERFORM PROYECTA-JOB
                   VARYING W-IX-JOB FROM 1 BY 1
                   UNTIL   W-IX-JOB  >  W-JOB-COUNT
           IF    W-JOB-COUNT  >  ZEROS
                 MOVE  W-FIN-CADENA  TO  W-MIN-VENTANA
                 PERFORM EDITA-MIN-VENTANA
                 MOVE  W-HORA-EDITADA  TO  LFC-HORA
                 IF    HAY-INCUMPLE
                       MOVE  'HORA LIMITE INCUMPLIDA O EN RIESGO'
                             TO  LFC-TEXTO
                 ELSE
                       MOVE  'DENTRO DE LAS HORAS LIMITE'
                             TO  LFC-TEXTO
                 END-IF
                 MOVE  SPACES  TO  REG-INF
                 WRITE REG-INF  FROM  LINEA-FIN-CADENA
                 DISPLAY 'FIN PREVISTO DE LA CADENA    ' LFC-HORA
                         ' ' LFC-TEXTO
           END-IF.

       PROYECTA-JOB.
           IF    W-JOB-ORDEN(W-IX-JOB)  NOT =  W-ORDEN-ACT
                 IF    W-FIN-GRUPO-ACT  >  W-FIN-GRUPO-ANT
                       MOVE  W-FIN-GRUPO-ACT  TO  W-FIN-GRUPO-ANT
                 END-IF
                 MOVE  W-JOB-ORDEN(W-IX-JOB)  TO  W-ORDEN-ACT
           END-IF
           PERFORM CALCULA-PREVISTO
           MOVE  SPACES                 TO  LPR-SITUACION
           MOVE  W-JOB-NOMBRE(W-IX-JOB) TO  LPR-JOB  RCT-JOB
           MOVE  W-JOB-ORDEN(W-IX-JOB)  TO  LPR-ORDEN
           MOVE  W-FECHA-HOY            TO  RCT-FECHA
           MOVE  'N'  TO  W-EXISTE
           READ  REGCTL
                 INVALID KEY      CONTINUE
                 NOT INVALID KEY  MOVE  'S'  TO  W-EXISTE
           END-READ
           MOVE  'N'  TO  W-HORA-OK
           IF    REGISTRO-EXISTE
                 MOVE  RCT-HORA-INI  TO  W-HORA-X
                 PERFORM CONVIERTE-HORA
           END-IF
           IF    HORA-VALIDA
                 PERFORM CALCULA-MIN-VENTANA
                 MOVE  W-MIN-VENTANA  TO  W-MIN-INI
           END-IF
           EVALUATE TRUE
           WHEN  HORA-VALIDA  AND  RCT-TERMINADO
                 MOVE  'TERMINADO'  TO  LPR-ESTADO
                 MOVE  RCT-HORA-FIN  TO  W-HORA-X
                 PERFORM CONVIERTE-HORA
                 PERFORM CALCULA-MIN-VENTANA
                 MOVE  W-MIN-VENTANA  TO  W-MIN-FIN
      *          TERMINO PASADA LA MEDIANOCHE DEL DIA SIGUIENTE A LA
      *          VENTANA: EL MODULO DE 24 HORAS LO DEJA ANTES DEL INICIO
                 IF    W-MIN-FIN  <  W-MIN-INI
                       ADD   WLT-MIN-DIA  TO  W-MIN-FIN
                 END-IF
           WHEN  HORA-VALIDA
                 MOVE  'EN CURSO'  TO  LPR-ESTADO
                 COMPUTE W-MIN-FIN  =  W-MIN-INI  +  W-MIN-PREVISTO
                 IF    W-MIN-FIN  <  W-MIN-AHORA
                       MOVE  W-MIN-AHORA  TO  W-MIN-FIN
                 END-IF
           WHEN  OTHER
                 MOVE  'PENDIENTE'  TO  LPR-ESTADO
                 MOVE  W-FIN-GRUPO-ANT  TO  W-MIN-INI
                 IF    W-MIN-INI  <  W-MIN-AHORA
                       MOVE  W-MIN-AHORA  TO  W-MIN-INI
                 END-IF
                 COMPUTE W-MIN-FIN  =  W-MIN-INI  +  W-MIN-PREVISTO
           END-EVALUATE
           IF    W-MIN-FIN  >  W-FIN-GRUPO-ACT
                 MOVE  W-MIN-FIN  TO  W-FIN-GRUPO-ACT
           END-IF
           IF    W-MIN-FIN  >  W-FIN-CADENA
                 MOVE  W-MIN-FIN  TO  W-FIN-CADENA
           END-IF
           PERFORM EVALUA-LIMITE
           MOVE  W-MIN-INI  TO  W-MIN-VENTANA
           PERFORM EDITA-MIN-VENTANA
           MOVE  W-HORA-EDITADA  TO  LPR-INICIO
           MOVE  W-MIN-FIN  TO  W-MIN-VENTANA
           PERFORM EDITA-MIN-VENTANA
           MOVE  W-HORA-EDITADA  TO  LPR-FIN
           MOVE  W-MIN-PREVISTO  TO  LPR-MINUTOS
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-PROYECCION.

      *    DURACION PREVISTA: MEDIA DEL HISTORICO DEL JOB PARA EL DIA DE
      *    LA SEMANA DE HOY; SIN HISTORICO, LOS MINUTOS DE LA TPA
       CALCULA-PREVISTO.
           MOVE  W-JOB-NOMBRE(W-IX-JOB)  TO  SLH-JOB
           MOVE  W-DIASEM-HOY            TO  SLH-DIASEM
           PERFORM LEE-SLAHIS
           IF    REGISTRO-EXISTE
           AND   SLH-NUM  >  ZEROS
                 MOVE  ZEROS  TO  W-SUMA
                 PERFORM VARYING W-IX FROM 1 BY 1
                         UNTIL   W-IX  >  SLH-NUM
                         ADD   SLH-MINUTOS(W-IX)  TO  W-SUMA
                 END-PERFORM
                 DIVIDE W-SUMA  BY  SLH-NUM  GIVING  W-MIN-PREVISTO
           ELSE
                 MOVE  W-JOB-MINDEF(W-IX-JOB)  TO  W-MIN-PREVISTO
                 DISPLAY 'AVISO: ' W-JOB-NOMBRE(W-IX-JOB)
                         ' SIN HISTORICO PARA ESTE DIA, SE PREVEN '
                         W-MIN-PREVISTO ' MINUTOS (EETP012)'
                 SET   HAY-AVISOS  TO  TRUE
           END-IF.

       EVALUA-LIMITE.
           MOVE  W-JOB-LIMITE(W-IX-JOB)  TO  W-HHMM-N
           MOVE  W-HHMM-HH  TO  W-HX-HH
           MOVE  W-HHMM-MM  TO  W-HX-MM
           PERFORM CONVIERTE-HORA
           PERFORM CALCULA-MIN-VENTANA
           MOVE  W-MIN-VENTANA  TO  W-MIN-LIMITE
           PERFORM EDITA-MIN-VENTANA
           MOVE  W-HORA-EDITADA  TO  LPR-LIMITE
           EVALUATE TRUE
           WHEN  W-MIN-FIN  NOT >  W-MIN-LIMITE
                 MOVE  'EN PLAZO'  TO  LPR-SITUACION
           WHEN  RCT-TERMINADO  AND  REGISTRO-EXISTE
                 MOVE  '*** HORA LIMITE INCUMPLIDA'  TO  LPR-SITUACION
                 ADD   1  TO  CNT-INCUMPLE
                 SET   HAY-INCUMPLE  TO  TRUE
           WHEN  OTHER
                 MOVE  '*** RIESGO: FIN PREVISTO TRAS LA HORA LIMITE'
                       TO  LPR-SITUACION
                 ADD   1  TO  CNT-RIESGO
                 SET   HAY-INCUMPLE  TO  TRUE
           END-EVALUATE.

      *=================================================================
      * INFORME-TENDENCIA: RECORRE SLAHIS (CLAVE JOB + DIA) Y, POR JOB,
      *      MEDIA DE DURACION DE CADA UNA DE LAS 8 ULTIMAS SEMANAS
      *      (SEMANAS DE LUNES A DOMINGO POR FECHA DE NEGOCIO)
      *
       INFORME-TENDENCIA.
           MOVE  'TENDENCIA SEMANAL DE DURACION (MINUTOS)'
                 TO  LCB-TITULO
           PERFORM ESCRIBE-CABECERA
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-COLUMNAS-TEN
           MOVE  LOW-VALUES  TO  SLH-CLAVE
           START SLAHIS  KEY NOT LESS  SLH-CLAVE
           IF    FS-SLAHIS  NOT EQUAL '00'
                 SET  FIN-SLAHIS  TO  TRUE
           END-IF
           MOVE  SPACES  TO  W-TEN-JOB
           PERFORM LEE-SLAHIS-SIG  UNTIL  FIN-SLAHIS
           IF    W-TEN-JOB  NOT =  SPACES
                 PERFORM ESCRIBE-TENDENCIA
           END-IF.

       LEE-SLAHIS-SIG.
           READ  SLAHIS  NEXT
           EVALUATE FS-SLAHIS
           WHEN     '00'
                 IF    SLH-JOB  NOT =  W-TEN-JOB
                       IF    W-TEN-JOB  NOT =  SPACES
                             PERFORM ESCRIBE-TENDENCIA
                       END-IF
                       MOVE  SLH-JOB  TO  W-TEN-JOB
                       PERFORM VARYING W-IX-SEM FROM 1 BY 1
                               UNTIL   W-IX-SEM  >  8
                               MOVE  ZEROS  TO  W-SEM-SUMA(W-IX-SEM)
                                                W-SEM-NUM(W-IX-SEM)
                       END-PERFORM
                 END-IF
                 PERFORM VARYING W-IX FROM 1 BY 1
                         UNTIL   W-IX  >  SLH-NUM
                         PERFORM ACUMULA-SEMANA
                 END-PERFORM
           WHEN     '10'
                 SET   FIN-SLAHIS  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO SLAHIS ' FS-SLAHIS
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ACUMULA-SEMANA.
           DIVIDE SLH-DIANUM(W-IX)  BY  7  GIVING  W-SEMANA
           IF    W-SEMANA  NOT >  W-SEMANA-HOY
           AND   W-SEMANA-HOY - W-SEMANA  <  8
                 COMPUTE W-IX-SEM  =  W-SEMANA-HOY  -  W-SEMANA  +  1
                 ADD   SLH-MINUTOS(W-IX)  TO  W-SEM-SUMA(W-IX-SEM)
                 ADD   1                  TO  W-SEM-NUM(W-IX-SEM)
           END-IF.

      *    LA COLUMNA S-0 ES LA SEMANA EN CURSO (W-SEM-ENTRADA 1); LA
      *    TENDENCIA LA COMPARA CON LA MEDIA DE S-4 A S-1
       ESCRIBE-TENDENCIA.
           MOVE  W-TEN-JOB  TO  LTE-JOB
           MOVE  ZEROS  TO  W-TEN-SUMA-ANT  W-TEN-NUM-ANT
           PERFORM VARYING W-IX-SEM FROM 1 BY 1
                   UNTIL   W-IX-SEM  >  8
                   MOVE  ZEROS  TO  W-SEM-MEDIA(W-IX-SEM)
                   IF    W-SEM-NUM(W-IX-SEM)  >  ZEROS
                         DIVIDE W-SEM-SUMA(W-IX-SEM)
                                BY  W-SEM-NUM(W-IX-SEM)
                                GIVING  W-SEM-MEDIA(W-IX-SEM)
                         MOVE  W-SEM-MEDIA(W-IX-SEM)
                               TO  LTE-SEM-MIN(9 - W-IX-SEM)
                         MOVE  SPACES
                               TO  LTE-SEM-X(9 - W-IX-SEM)(1:2)
                   ELSE
                         MOVE  '     -'  TO  LTE-SEM-X(9 - W-IX-SEM)
                   END-IF
                   IF    W-IX-SEM  >  1
                   AND   W-IX-SEM  <  6
                         ADD   W-SEM-SUMA(W-IX-SEM)  TO  W-TEN-SUMA-ANT
                         ADD   W-SEM-NUM(W-IX-SEM)   TO  W-TEN-NUM-ANT
                   END-IF
           END-PERFORM
           MOVE  ZEROS  TO  W-TEN-MEDIA-ANT
           IF    W-TEN-NUM-ANT  >  ZEROS
                 DIVIDE W-TEN-SUMA-ANT  BY  W-TEN-NUM-ANT
                        GIVING  W-TEN-MEDIA-ANT
           END-IF
           MOVE  W-TEN-MEDIA-ANT  TO  LTE-MEDIA-ANT
           COMPUTE W-TEN-UMBRAL  =  W-TEN-MEDIA-ANT
                                 *  WLT-PCT-TENDENCIA  /  100
           EVALUATE TRUE
           WHEN  W-SEM-NUM(1)  =  ZEROS
           OR    W-TEN-NUM-ANT  =  ZEROS
                 MOVE  'SIN DATOS'  TO  LTE-TENDENCIA
           WHEN  W-SEM-MEDIA(1)  >  W-TEN-MEDIA-ANT + W-TEN-UMBRAL
                 MOVE  '*** EMPEORA'  TO  LTE-TENDENCIA
           WHEN  W-SEM-MEDIA(1) + W-TEN-UMBRAL  <  W-TEN-MEDIA-ANT
                 MOVE  'MEJORA'  TO  LTE-TENDENCIA
           WHEN  OTHER
                 MOVE  'ESTABLE'  TO  LTE-TENDENCIA
           END-EVALUATE
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TENDENCIA.

      *=================================================================
      * RUTINAS DE HORA Y FECHA
      *
      *    CONVIERTE-HORA: W-HORA-X (HH:MM...) A MINUTOS DEL DIA
       CONVIERTE-HORA.
           MOVE  'N'    TO  W-HORA-OK
           MOVE  ZEROS  TO  W-MIN-DIA
           IF    W-HX-HH  NUMERIC
           AND   W-HX-MM  NUMERIC
                 MOVE  W-HX-HH  TO  W-HHMM-HH
                 MOVE  W-HX-MM  TO  W-HHMM-MM
                 IF    W-HHMM-HH  <  24
                 AND   W-HHMM-MM  <  60
                       COMPUTE W-MIN-DIA  =  W-HHMM-HH * 60
                                          +  W-HHMM-MM
                       SET   HORA-VALIDA  TO  TRUE
                 END-IF
           END-IF.

      *    MINUTOS TRANSCURRIDOS DESDE EL ARRANQUE DE LA VENTANA
       CALCULA-MIN-VENTANA.
           IF    W-MIN-DIA  NOT <  W-VENTANA-MIN
                 COMPUTE W-MIN-VENTANA  =  W-MIN-DIA  -  W-VENTANA-MIN
           ELSE
                 COMPUTE W-MIN-VENTANA  =  W-MIN-DIA  +  WLT-MIN-DIA
                                        -  W-VENTANA-MIN
           END-IF.

      *    MINUTOS DE VENTANA A HH:MM DE RELOJ
       EDITA-MIN-VENTANA.
           COMPUTE W-MIN-VENTANA  =  W-MIN-VENTANA  +  W-VENTANA-MIN
           PERFORM UNTIL W-MIN-VENTANA  <  WLT-MIN-DIA
                   SUBTRACT WLT-MIN-DIA  FROM  W-MIN-VENTANA
           END-PERFORM
           DIVIDE W-MIN-VENTANA  BY  60  GIVING  W-HE-HH
                                         REMAINDER  W-HE-MM.

      *    CALCULA-JULIANO: DIA JULIANO DE W-FECHA-CALC Y DIA DE LA
      *    SEMANA (1 LUNES ... 7 DOMINGO). CADA DIVISION VA EN SU
      *    PROPIO DIVIDE PARA TRUNCAR COMO ENTERO.
       CALCULA-JULIANO.
           IF    W-FC-MM  <  3
                 MOVE  1  TO  W-JU-A
           ELSE
                 MOVE  0  TO  W-JU-A
           END-IF
           COMPUTE W-JU-Y  =  W-FC-AAAA  +  4800  -  W-JU-A
           COMPUTE W-JU-M  =  W-FC-MM  +  12 * W-JU-A  -  3
           COMPUTE W-JU-T1  =  153 * W-JU-M  +  2
           DIVIDE W-JU-T1  BY  5    GIVING  W-JU-T1
           DIVIDE W-JU-Y   BY  4    GIVING  W-JU-T2
           DIVIDE W-JU-Y   BY  100  GIVING  W-JU-T3
           DIVIDE W-JU-Y   BY  400  GIVING  W-JU-T4
           COMPUTE W-JU-DIANUM  =  W-FC-DD  +  W-JU-T1
                                +  365 * W-JU-Y
                                +  W-JU-T2  -  W-JU-T3  +  W-JU-T4
                                -  32045
           DIVIDE W-JU-DIANUM  BY  7  GIVING  W-JU-COCIENTE
                                      REMAINDER  W-JU-RESTO
           COMPUTE W-JU-DIASEM  =  W-JU-RESTO  +  1.

       ESCRIBE-CABECERA.
           MOVE  W-FECHA-HOY  TO  LCB-FECHA
           MOVE  W-HS-HH      TO  W-HE-HH
           MOVE  W-HS-MM      TO  W-HE-MM
           MOVE  W-HORA-EDITADA  TO  LCB-HORA
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CABECERA.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-RCT   TO        REG-TOTAL
           DISPLAY 'REGISTROS REGCTL LEIDOS      ' REG-TOTAL
           MOVE    CNT-RECOGIDAS    TO        REG-TOTAL
           DISPLAY 'EJECUCIONES RECOGIDAS        ' REG-TOTAL
           MOVE    CNT-HORA-ERRONEA TO        REG-TOTAL
           DISPLAY 'EJECUCIONES CON HORA ERRONEA ' REG-TOTAL
           MOVE    CNT-INCUMPLE     TO        REG-TOTAL
           DISPLAY 'JOBS FUERA DE HORA LIMITE    ' REG-TOTAL
           MOVE    CNT-RIESGO       TO        REG-TOTAL
           DISPLAY 'JOBS EN RIESGO DE INCUMPLIR  ' REG-TOTAL
           EVALUATE TRUE
           WHEN  HAY-INCUMPLE
                 DISPLAY 'ALERTA: HORA LIMITE DE LA CADENA INCUMPLIDA '
                         'O EN RIESGO, VER INFORME'
                 MOVE  WLT-RC-INCUMPLE  TO  RETURN-CODE
           WHEN  HAY-AVISOS
                 MOVE  WLT-RC-AVISO     TO  RETURN-CODE
           WHEN  OTHER
                 MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-EVALUATE
           CLOSE    REGCTL
                    SLAHIS
                    INFORME
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    REGCTL
                    SLAHIS
                    INFORME
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
