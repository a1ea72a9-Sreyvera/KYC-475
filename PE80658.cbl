      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80658.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80658 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80658                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  VALIDACION PREVIA DEL EXTRACTO DE RELACIONES =
      *=                  PE0001R (LAYOUT PE8062I) ANTES DE PE80619.   =
      *=                  PE80619 SE FIA DE CADA REGISTRO QUE LEE: UNA =
      *=                  RELACION CON FECALTA POSTERIOR A FECBAJA, UN =
      *=                  PORPARTEMP O PORVOTEMP NEGATIVO O MAYOR QUE  =
      *=                  100, UN NUMPERSACC IGUAL A SU PROPIO         =
      *=                  NUMPERSEMP, UN CODRELPEPE DESCONOCIDO O LA   =
      *=                  MISMA CLAVE                                  =
      *=                  NUMPERSEMP/NUMPERSACC/CODRELPEPE/FECALTA DOS =
      *=                  VECES ENTRAN EN LLENA-TR1 Y EN EL BARRIDO DE =
      *=                  VENTANAS, Y SOLO SE DESCUBREN CUANDO EL      =
      *=                  TITULAR REAL DE UN CLIENTE SALE MAL.         =
      *=                  ESTE PROGRAMA COMPRUEBA CADA CAMPO DEL       =
      *=                  REGISTRO CONTRA LAS REGLAS DE NEGOCIO Y DEJA =
      *=                  PASAR A PE0001W (ENTRADA DE PE80619) SOLO    =
      *=                  LOS REGISTROS LIMPIOS, EN EL MISMO ORDEN EN  =
      *=                  QUE LLEGAN. LOS RECHAZADOS VAN A PE0002W CON =
      *=                  SU CODIGO DE MOTIVO (EL PRIMERO QUE FALLA) Y =
      *=                  EL RESUMEN POR MOTIVO A RESUMEN.             =
      *=                  SI EL PORCENTAJE DE RECHAZO SUPERA LA        =
      *=                  TOLERANCIA (PARM TOL=ppp,dd, POR DEFECTO     =
      *=                  1,00%) EL PROGRAMA TERMINA RC=12 Y LA JCL NO =
      *=                  DEBE EJECUTAR PE80619 (COND SOBRE ESTE       =
      *=                  PASO): UN EXTRACTO TAN SUCIO ES UN PROBLEMA  =
      *=                  DE ORIGEN, NO UNOS CUANTOS REGISTROS MALOS.  =
      *=                  ENTRADA VACIA: RC=16.                        =
      *=                  LOS REGISTROS CON ORDEN 0 U 11-99 NO SE      =
      *=                  RECHAZAN: PE80619 LOS CONSUME Y LOS CUENTA   =
      *=                  EN SU CUADRE COMO FUERA DE BANDA. SOLO SE    =
      *=                  RECHAZA EL ORDEN NO NUMERICO, QUE ABENDARIA. =
      *=                  LOS DUPLICADOS SE DETECTAN DENTRO DE CADA    =
      *=                  GRUPO NUMPERSEMP/NUMPERSACC (LLEGAN          =
      *=                  CONTIGUOS, COMO LOS NECESITA PE80619); PASA  =
      *=                  LA PRIMERA OCURRENCIA Y SE RECHAZAN LAS      =
      *=                  SIGUIENTES.                                  =
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
      *= PE0001R   PE8062I   EXTRACTO DE RELACIONES SIN VALIDAR        =
      *= EETP004R            TPA EETP004 - ROLES ADMINISTRADORES/      =
      *=                     DIRECTIVOS (ROLES ADMITIDOS ADICIONALES)  =
      *= PE0001W   PE8062I   REGISTROS LIMPIOS (ENTRADA DE PE80619)    =
      *= PE0002W             RECHAZOS: MOTIVO + REGISTRO ORIGINAL      =
      *= RESUMEN             RESUMEN DE RECHAZOS POR MOTIVO            =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE8062I A 104 POSICIONES: =
      *=                                     MOTIVO 12 PARA PORVOTEMP  =
      *=                                     INVALIDO                  =
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

           SELECT PE0001R  ASSIGN TO  PE0001R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001R.

           SELECT OPTIONAL EETP004R  ASSIGN TO  EETP004R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP004R.

           SELECT PE0001W  ASSIGN TO  PE0001W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001W.

           SELECT PE0002W  ASSIGN TO  PE0002W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0002W.

           SELECT RESUMEN  ASSIGN TO  RESUMEN
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-RESUMEN.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= PE0001R - EXTRACTO DE RELACIONES SIN VALIDAR (LAYOUT PE8062I) =
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
      *
      *= TPA EETP004 - ESTRUCTURA DE ROLES ADMINISTRADORES/DIRECTIVOS =
       FD  EETP004R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP004R.
           05  REG-EETP004R-CODRELPE  PIC 9(03).
           05  REG-EETP004R-INPOROBL  PIC X(01).
           05  REG-EETP004R-INCOMPOR  PIC X(01).
           05  REG-EETP004R-INFIRDOC  PIC X(01).
           05  REG-EETP004R-INESTFID  PIC X(01).
      *
      *= PE0001W - REGISTROS LIMPIOS, MISMO LAYOUT Y ORDEN QUE PE0001R =
       FD  PE0001W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1W                  PIC  X(104).
      *
      *= PE0002W - RECHAZOS: MOTIVO(2) + REGISTRO PE8062I ORIGINAL     =
       FD  PE0002W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-2W.
           05  RCH-MOTIVO          PIC X(02).
           05  RCH-REGISTRO        PIC X(104).
      *
      *= RESUMEN - RESUMEN DE RECHAZOS POR MOTIVO                      =
       FD  RESUMEN     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-RES                 PIC  X(80).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80658'.
       77  WLT-S              PIC X      VALUE 'S'.
       77  WLT-N              PIC X      VALUE 'N'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-TOLERANCIA  PIC 9(03)  VALUE 012.
       77  WLT-RC-VACIO       PIC 9(03)  VALUE 016.
       77  WLT-TOLER-DEF      PIC 9(03)V99 VALUE 1,00.
       77  WLT-MAX-CLAVES     PIC 9(05)  VALUE 5000.
       77  WLT-NUM-MOTIVOS    PIC 9(02)  VALUE 12.
       77  WLT-RAYAS          PIC X(80)  VALUE ALL '-'.
      *
      * ROLES QUE PE80619 SABE TRATAR. LOS DE LA TPA EETP004 SE
      * ADMITEN ADEMAS, PARA QUE UN ROL NUEVO DADO DE ALTA EN LA TPA
      * NO OBLIGUE A TOCAR ESTE PROGRAMA
       77  WLT-SOC-INTERMEDIA-ACC       PIC S9(4) COMP VALUE 41.
       77  WLT-ACCIONISTA-DIR           PIC S9(4) COMP VALUE 56.
       77  WLT-ULTIMO-BENEFICIARIO      PIC S9(4) COMP VALUE 58.
       77  WLT-ADMINISTRADOR            PIC S9(4) COMP VALUE 59.
       77  WLT-FIDEICOMITENTE           PIC S9(4) COMP VALUE 74.
       77  WLT-PROTECTOR                PIC S9(4) COMP VALUE 77.
       77  WLT-DIRECTOR-GENERAL         PIC S9(4) COMP VALUE 80.
       77  WLT-ALCALDE                  PIC S9(4) COMP VALUE 87.

      *=================================================================
      * TABLA DE MOTIVOS DE RECHAZO: CODIGO, DESCRIPCION Y CONTADOR
      *
       01  W-TABLA-MOTIVOS-INI.
           05  FILLER  PIC X(42)  VALUE
               '01NUMPERSEMP NO POSITIVO                  '.
           05  FILLER  PIC X(42)  VALUE
               '02NUMPERSACC NO POSITIVO                  '.
           05  FILLER  PIC X(42)  VALUE
               '03NUMPERSACC IGUAL A SU NUMPERSEMP        '.
           05  FILLER  PIC X(42)  VALUE
               '04CODRELPEPE NO RECONOCIDO                '.
           05  FILLER  PIC X(42)  VALUE
               '05FECALTA NO ES UNA FECHA AAAA-MM-DD      '.
           05  FILLER  PIC X(42)  VALUE
               '06FECBAJA NO ES UNA FECHA AAAA-MM-DD      '.
           05  FILLER  PIC X(42)  VALUE
               '07FECALTA POSTERIOR A FECBAJA             '.
           05  FILLER  PIC X(42)  VALUE
               '08PORPARTEMP INVALIDO, NEGATIVO O > 100   '.
           05  FILLER  PIC X(42)  VALUE
               '09NIVELACC/NUMPERSNIV INCOHERENTES        '.
           05  FILLER  PIC X(42)  VALUE
               '10ORDEN NO NUMERICO                       '.
           05  FILLER  PIC X(42)  VALUE
               '11CLAVE DUPLICADA EMP/ACC/REL/FECALTA     '.
           05  FILLER  PIC X(42)  VALUE
               '12PORVOTEMP INVALIDO, NEGATIVO O > 100    '.
       01  W-TABLA-MOTIVOS  REDEFINES  W-TABLA-MOTIVOS-INI.
           05  W-MOT-ENTRADA  OCCURS 12 TIMES.
               10  W-MOT-CODIGO       PIC X(02).
               10  W-MOT-DESCRIPCION  PIC X(40).
       01  W-TABLA-CNT-MOTIVOS.
           05  W-MOT-CONTADOR  OCCURS 12 TIMES
                               PIC 9(09)  COMP  VALUE ZEROS.

      *=================================================================
      * ROLES ADICIONALES ADMITIDOS (TPA EETP004)
      *
       01  W-TABLA-ESTRUC.
           05  W-ROL-COUNT        PIC 9(03)  COMP  VALUE ZEROS.
           05  W-ROL-EETP004  OCCURS 100 TIMES  PIC 9(03).

      *=================================================================
      * CLAVES CODRELPEPE/FECALTA YA VISTAS EN EL GRUPO NUMPERSEMP/
      * NUMPERSACC EN CURSO, PARA LA DETECCION DE DUPLICADOS
      *
       01  W-TABLA-CLAVES.
           05  W-CLA-COUNT        PIC 9(05)  COMP  VALUE ZEROS.
           05  W-CLA-ENTRADA  OCCURS 5000 TIMES.
               10  W-CLA-CODRELPEPE   PIC S9(4)  COMP.
               10  W-CLA-FECALTA      PIC X(10).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FIN-ENTRADA      PIC 9      VALUE 0.
               88  FIN-ENTRADA               VALUE 1.
           05  W-MOTIVO           PIC 9(02)  VALUE ZEROS.
           05  W-IX               PIC 9(05)  COMP  VALUE ZEROS.
           05  W-IX-MOT           PIC 9(02)  COMP  VALUE ZEROS.
           05  W-TOLERANCIA       PIC 9(03)V99  VALUE ZEROS.
           05  W-PCT-RECHAZO      PIC 9(03)V99  VALUE ZEROS.
           05  W-ROL-VALIDO       PIC X(01)  VALUE 'N'.
           05  W-FECHA-VALIDA     PIC X(01)  VALUE 'N'.
           05  W-DUPLICADO        PIC X(01)  VALUE 'N'.
           05  W-AVISO-CLAVES     PIC X(01)  VALUE 'N'.
           05  W-GRP-NUMPERSEMP   PIC S9(9)  COMP  VALUE ZEROS.
           05  W-GRP-NUMPERSACC   PIC S9(9)  COMP  VALUE ZEROS.
           05  W-PRIMER-GRUPO     PIC X(01)  VALUE 'S'.
      *
      * VALIDACION DE FECHAS AAAA-MM-DD CON TABLA DE MESES Y BISIESTO
       01  W-FECHA-VAL             PIC X(10)  VALUE SPACES.
       01  W-FV-AAAA               PIC 9(04)  VALUE ZEROS.
       01  W-FV-MM                 PIC 9(02)  VALUE ZEROS.
       01  W-FV-DD                 PIC 9(02)  VALUE ZEROS.
       01  W-DIAS-DEL-MES          PIC 9(02)  VALUE ZEROS.
       01  W-RESTO-BIS             PIC 9(04)  COMP  VALUE ZEROS.
       01  W-COCIENTE-BIS          PIC 9(04)  COMP  VALUE ZEROS.
       01  W-BISIESTO              PIC X(01)  VALUE 'N'.
       01  W-TABLA-MESES.
           05  FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01  W-TABLA-MESES-R  REDEFINES  W-TABLA-MESES.
           05  W-DIAS-MES  OCCURS 12 TIMES  PIC 9(02).

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS          PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ACEPTADOS       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-RECHAZADOS      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-SIN-CONTROL-DUP PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DEL RESUMEN
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(40)  VALUE
               'PE80658 - VALIDACION PREVIA DE PE0001R  '.
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  LINEA-MOTIVO.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LMO-CODIGO          PIC X(02).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LMO-DESCRIPCION     PIC X(40).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LMO-CONTADOR        PIC Z.ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(19)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LTO-TEXTO           PIC X(44).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LTO-CONTADOR        PIC Z.ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(19)  VALUE SPACES.

       01  LINEA-PORCENTAJE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LPO-TEXTO           PIC X(44).
           05  FILLER              PIC X(07)  VALUE SPACES.
           05  LPO-PORCENTAJE      PIC ZZ9,99.
           05  FILLER              PIC X(02)  VALUE ' %'.
           05  FILLER              PIC X(19)  VALUE SPACES.

       01  LINEA-VEREDICTO.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  LVE-TEXTO           PIC X(78).

      *=================================================================
      * COPY DEL REGISTRO DE ENTRADA
      *
       01  ENTRADA.
           COPY PE8062I.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-PE0001R           PIC XX.
       77  FS-EETP004R          PIC XX.
       77  FS-PE0001W           PIC XX.
       77  FS-PE0002W           PIC XX.
       77  FS-RESUMEN           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (OPCIONAL): TOL=ppp,dd PORCENTAJE MAXIMO
      * DE RECHAZO ADMITIDO
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
           PERFORM VALIDA-REGISTRO  UNTIL  FIN-ENTRADA.
           PERFORM EVALUA-TOLERANCIA.
           PERFORM ESCRIBE-RESUMEN.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           PERFORM INTERPRETA-PARM
           OPEN  INPUT    PE0001R
           IF    FS-PE0001R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   PE0001W
           IF    FS-PE0001W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001W ' FS-PE0001W
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   PE0002W
           IF    FS-PE0002W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0002W ' FS-PE0002W
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   RESUMEN
           IF    FS-RESUMEN  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR RESUMEN ' FS-RESUMEN
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM CARGA-EETP004.

      *=================================================================
      * INTERPRETA-PARM: TOLERANCIA DE RECHAZO TOL=ppp,dd. SIN PARM SE
      *      APLICA WLT-TOLER-DEF. UN PARM MAL FORMADO ABORTA: UNA
      *      ERRATA NO PUEDE DEJAR PASAR UN EXTRACTO SUCIO A PE80619.
      *
       INTERPRETA-PARM.
           MOVE  WLT-TOLER-DEF  TO  W-TOLERANCIA
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  <  10
                 OR    PARM-TEXTO(1:4)  NOT =  'TOL='
                 OR    PARM-TEXTO(5:3)  NOT NUMERIC
                 OR    PARM-TEXTO(8:1)  NOT =  ','
                 OR    PARM-TEXTO(9:2)  NOT NUMERIC
                       DISPLAY 'PARM INVALIDO (SE ESPERA TOL=ppp,dd): '
                               PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(5:3)  TO  W-TOLERANCIA(1:3)
                 MOVE  PARM-TEXTO(9:2)  TO  W-TOLERANCIA(4:2)
                 IF    W-TOLERANCIA  >  100
                       DISPLAY 'TOLERANCIA FUERA DE RANGO (0-100): '
                               PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
           END-IF
           MOVE  W-TOLERANCIA  TO  LPO-PORCENTAJE
           DISPLAY 'TOLERANCIA DE RECHAZO ' LPO-PORCENTAJE ' %'.

      *=================================================================
      * CARGA-EETP004: ROLES DE LA TPA EETP004, ADMITIDOS ADEMAS DE LOS
      *      FIJOS. SIN TPA SOLO VALEN LOS FIJOS.
      *
       CARGA-EETP004.
           OPEN  INPUT    EETP004R
           IF    FS-EETP004R  EQUAL '00'
                 PERFORM  LEE-EETP004
                     UNTIL  FS-EETP004R  NOT EQUAL '00'
                        OR  W-ROL-COUNT  NOT LESS  99
                 CLOSE EETP004R
           END-IF.

       LEE-EETP004.
           READ  EETP004R
           IF    FS-EETP004R  EQUAL '00'
           AND   REG-EETP004R-CODRELPE  IS NUMERIC
                 ADD   1  TO  W-ROL-COUNT
                 MOVE  REG-EETP004R-CODRELPE
                                    TO  W-ROL-EETP004(W-ROL-COUNT)
           END-IF.

      *=================================================================
      * VALIDA-REGISTRO: UN REGISTRO DE PE0001R. SE APLICAN LAS REGLAS
      *      EN ORDEN Y EL PRIMER MOTIVO QUE FALLA ES EL DEL RECHAZO.
      *      LOS CAMPOS BINARIOS Y EMPAQUETADOS SE COMPRUEBAN ANTES DE
      *      OPERAR CON ELLOS: UN EMPAQUETADO CORRUPTO ABENDARIA AQUI
      *      IGUAL QUE EN PE80619.
      *
       VALIDA-REGISTRO.
           READ  PE0001R
           EVALUATE FS-PE0001R
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS
                 MOVE  REG-1R  TO  ENTRADA
                 PERFORM CONTROLA-GRUPO
                 MOVE  ZEROS  TO  W-MOTIVO
                 PERFORM APLICA-REGLAS
                 IF    W-MOTIVO  =  ZEROS
                       PERFORM ACEPTA-REGISTRO
                 ELSE
                       PERFORM RECHAZA-REGISTRO
                 END-IF
           WHEN     '10'
                 SET   FIN-ENTRADA  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * CONTROLA-GRUPO: AL CAMBIAR EL GRUPO NUMPERSEMP/NUMPERSACC SE
      *      VACIA LA TABLA DE CLAVES VISTAS
      *
       CONTROLA-GRUPO.
           IF    W-PRIMER-GRUPO  =  WLT-S
           OR    PE8062I-NUMPERSEMP  NOT =  W-GRP-NUMPERSEMP
           OR    PE8062I-NUMPERSACC  NOT =  W-GRP-NUMPERSACC
                 MOVE  WLT-N               TO  W-PRIMER-GRUPO
                 MOVE  PE8062I-NUMPERSEMP  TO  W-GRP-NUMPERSEMP
                 MOVE  PE8062I-NUMPERSACC  TO  W-GRP-NUMPERSACC
                 MOVE  ZEROS               TO  W-CLA-COUNT
                 MOVE  WLT-N               TO  W-AVISO-CLAVES
           END-IF.

      *=================================================================
      * APLICA-REGLAS: DEJA EN W-MOTIVO EL PRIMER MOTIVO QUE FALLA
      *
       APLICA-REGLAS.
           EVALUATE TRUE
           WHEN  PE8062I-NUMPERSEMP  NOT >  ZEROS
                 MOVE  01  TO  W-MOTIVO
           WHEN  PE8062I-NUMPERSACC  NOT >  ZEROS
                 MOVE  02  TO  W-MOTIVO
           WHEN  PE8062I-NUMPERSACC  =  PE8062I-NUMPERSEMP
                 MOVE  03  TO  W-MOTIVO
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE
           IF    W-MOTIVO  =  ZEROS
                 PERFORM VALIDA-CODRELPEPE
                 IF    W-ROL-VALIDO  =  WLT-N
                       MOVE  04  TO  W-MOTIVO
                 END-IF
           END-IF
           IF    W-MOTIVO  =  ZEROS
                 MOVE  PE8062I-FECALTA  TO  W-FECHA-VAL
                 PERFORM VALIDA-FECHA
                 IF    W-FECHA-VALIDA  =  WLT-N
                       MOVE  05  TO  W-MOTIVO
                 END-IF
           END-IF
           IF    W-MOTIVO  =  ZEROS
                 MOVE  PE8062I-FECBAJA  TO  W-FECHA-VAL
                 PERFORM VALIDA-FECHA
                 IF    W-FECHA-VALIDA  =  WLT-N
                       MOVE  06  TO  W-MOTIVO
                 END-IF
           END-IF
           IF    W-MOTIVO  =  ZEROS
           AND   PE8062I-FECALTA  >  PE8062I-FECBAJA
                 MOVE  07  TO  W-MOTIVO
           END-IF
           IF    W-MOTIVO  =  ZEROS
                 IF    PE8062I-PORPARTEMP  NOT NUMERIC
                       MOVE  08  TO  W-MOTIVO
                 ELSE
                       IF    PE8062I-PORPARTEMP  <  ZEROS
                       OR    PE8062I-PORPARTEMP  >  100
                             MOVE  08  TO  W-MOTIVO
                       END-IF
                 END-IF
           END-IF
           IF    W-MOTIVO  =  ZEROS
                 IF    PE8062I-PORVOTEMP  NOT NUMERIC
                       MOVE  12  TO  W-MOTIVO
                 ELSE
                       IF    PE8062I-PORVOTEMP  <  ZEROS
                       OR    PE8062I-PORVOTEMP  >  100
                             MOVE  12  TO  W-MOTIVO
                       END-IF
                 END-IF
           END-IF
      *    NIVELACC 1 ES LA PARTICIPACION DIRECTA; POR ENCIMA, LA
      *    CADENA DE SOCIEDADES INTERMEDIAS NECESITA EL NUMPERSNIV
           IF    W-MOTIVO  =  ZEROS
                 IF    PE8062I-NIVELACC    NOT NUMERIC
                       MOVE  09  TO  W-MOTIVO
                 ELSE
                       IF    PE8062I-NIVELACC  <  ZEROS
                       OR  ( PE8062I-NIVELACC  >  1
                       AND   PE8062I-NUMPERSNIV  NOT >  ZEROS )
                             MOVE  09  TO  W-MOTIVO
                       END-IF
                 END-IF
           END-IF
           IF    W-MOTIVO  =  ZEROS
           AND   PE8062I-ORDEN  NOT NUMERIC
                 MOVE  10  TO  W-MOTIVO
           END-IF
           IF    W-MOTIVO  =  ZEROS
                 PERFORM BUSCA-DUPLICADO
                 IF    W-DUPLICADO  =  WLT-S
                       MOVE  11  TO  W-MOTIVO
                 END-IF
           END-IF.

      *=================================================================
      * VALIDA-CODRELPEPE: ROLES FIJOS DE PE80619 (41, 56-59, 74-77,
      *      80-87) O CUALQUIER ROL DADO DE ALTA EN LA TPA EETP004
      *
       VALIDA-CODRELPEPE.
           MOVE  WLT-N  TO  W-ROL-VALIDO
           IF    PE8062I-CODRELPEPE  NOT >  ZEROS
                 CONTINUE
           ELSE
                 IF    PE8062I-CODRELPEPE  =  WLT-SOC-INTERMEDIA-ACC
                 OR  ( PE8062I-CODRELPEPE  NOT <  WLT-ACCIONISTA-DIR
                 AND   PE8062I-CODRELPEPE  NOT >  WLT-ADMINISTRADOR )
                 OR  ( PE8062I-CODRELPEPE  NOT <  WLT-FIDEICOMITENTE
                 AND   PE8062I-CODRELPEPE  NOT >  WLT-PROTECTOR )
                 OR  ( PE8062I-CODRELPEPE  NOT <  WLT-DIRECTOR-GENERAL
                 AND   PE8062I-CODRELPEPE  NOT >  WLT-ALCALDE )
                       MOVE  WLT-S  TO  W-ROL-VALIDO
                 ELSE
                       PERFORM VARYING W-IX FROM 1 BY 1
                               UNTIL   W-IX  >  W-ROL-COUNT
                                  OR   W-ROL-VALIDO  =  WLT-S
                          IF    W-ROL-EETP004(W-IX)  =
                                PE8062I-CODRELPEPE
                                MOVE  WLT-S  TO  W-ROL-VALIDO
                          END-IF
                       END-PERFORM
                 END-IF
           END-IF.

      *=================================================================
      * VALIDA-FECHA: W-FECHA-VAL DEBE SER AAAA-MM-DD CON MES 01-12 Y
      *      DIA DENTRO DE LA LONGITUD REAL DEL MES (CON BISIESTOS).
      *      EL 9999-12-31 DE LAS RELACIONES VIGENTES ES VALIDO.
      *
       VALIDA-FECHA.
           MOVE  WLT-N  TO  W-FECHA-VALIDA
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
                       MOVE  WLT-S  TO  W-FECHA-VALIDA
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
      * BUSCA-DUPLICADO: CODRELPEPE/FECALTA YA VISTOS EN EL GRUPO. LA
      *      CLAVE NUEVA SE ANOTA. SI LA TABLA SE LLENA (GRUPO DE MAS
      *      DE WLT-MAX-CLAVES RELACIONES VALIDAS) EL RESTO DEL GRUPO
      *      PASA SIN CONTROL DE DUPLICADOS, CON AVISO Y CONTADOR.
      *
       BUSCA-DUPLICADO.
           MOVE  WLT-N  TO  W-DUPLICADO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-CLA-COUNT
                      OR   W-DUPLICADO  =  WLT-S
              IF    W-CLA-CODRELPEPE(W-IX)  =  PE8062I-CODRELPEPE
              AND   W-CLA-FECALTA(W-IX)     =  PE8062I-FECALTA
                    MOVE  WLT-S  TO  W-DUPLICADO
              END-IF
           END-PERFORM
           IF    W-DUPLICADO  =  WLT-N
                 IF    W-CLA-COUNT  <  WLT-MAX-CLAVES
                       ADD   1  TO  W-CLA-COUNT
                       MOVE  PE8062I-CODRELPEPE
                             TO  W-CLA-CODRELPEPE(W-CLA-COUNT)
                       MOVE  PE8062I-FECALTA
                             TO  W-CLA-FECALTA(W-CLA-COUNT)
                 ELSE
                       ADD   1  TO  REG-SIN-CONTROL-DUP
                       IF    W-AVISO-CLAVES  =  WLT-N
                             DISPLAY 'AVISO: GRUPO CON MAS DE '
                                     WLT-MAX-CLAVES ' RELACIONES PARA '
                                     'NUMPERSEMP ' W-GRP-NUMPERSEMP
                                     ': RESTO SIN CONTROL DE DUPLICADOS'
                             MOVE  WLT-S  TO  W-AVISO-CLAVES
                       END-IF
                 END-IF
           END-IF.

       ACEPTA-REGISTRO.
           MOVE  SPACES  TO  REG-1W
           WRITE REG-1W  FROM  REG-1R
           IF    FS-PE0001W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR PE0001W ' FS-PE0001W
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  REG-ACEPTADOS.

       RECHAZA-REGISTRO.
           MOVE  SPACES  TO  REG-2W
           MOVE  W-MOT-CODIGO(W-MOTIVO)  TO  RCH-MOTIVO
           MOVE  REG-1R                  TO  RCH-REGISTRO
           WRITE REG-2W
           IF    FS-PE0002W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR PE0002W ' FS-PE0002W
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  REG-RECHAZADOS
           ADD   1  TO  W-MOT-CONTADOR(W-MOTIVO).

      *=================================================================
      * EVALUA-TOLERANCIA: ENTRADA VACIA RC=16; RECHAZO POR ENCIMA DE
      *      LA TOLERANCIA RC=12. EN AMBOS CASOS PE80619 NO DEBE
      *      EJECUTARSE.
      *
       EVALUA-TOLERANCIA.
           MOVE  WLT-RC-OK  TO  RETURN-CODE
           IF    REG-LEIDOS  =  ZEROS
                 DISPLAY 'PE0001R SIN REGISTROS: NO SE EJECUTA PE80619'
                 MOVE  ZEROS  TO  W-PCT-RECHAZO
                 MOVE  'ENTRADA VACIA: PE80619 NO DEBE EJECUTARSE'
                                     TO  LVE-TEXTO
                 MOVE  WLT-RC-VACIO  TO  RETURN-CODE
           ELSE
                 COMPUTE W-PCT-RECHAZO ROUNDED =
                         (REG-RECHAZADOS * 100) / REG-LEIDOS
                 IF    W-PCT-RECHAZO  >  W-TOLERANCIA
                       DISPLAY 'RECHAZO POR ENCIMA DE LA TOLERANCIA: '
                               'NO SE EJECUTA PE80619'
                       MOVE  'RECHAZO SUPERA LA TOLERANCIA: PE80619 NO'
                           & ' DEBE EJECUTARSE'
                                     TO  LVE-TEXTO
                       MOVE  WLT-RC-TOLERANCIA  TO  RETURN-CODE
                 ELSE
                       MOVE  'RECHAZO DENTRO DE LA TOLERANCIA: PE0001W'
                           & ' APTO PARA PE80619'
                                     TO  LVE-TEXTO
                 END-IF
           END-IF.

      *=================================================================
      * ESCRIBE-RESUMEN: UNA LINEA POR MOTIVO (TODOS, AUNQUE ESTEN A
      *      CERO, PARA QUE EL RESUMEN SEA COMPARABLE DIA A DIA),
      *      TOTALES, PORCENTAJE DE RECHAZO, TOLERANCIA Y VEREDICTO
      *
       ESCRIBE-RESUMEN.
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-CABECERA
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  WLT-RAYAS
           PERFORM VARYING W-IX-MOT FROM 1 BY 1
                   UNTIL   W-IX-MOT  >  WLT-NUM-MOTIVOS
              MOVE  W-MOT-CODIGO(W-IX-MOT)       TO  LMO-CODIGO
              MOVE  W-MOT-DESCRIPCION(W-IX-MOT)  TO  LMO-DESCRIPCION
              MOVE  W-MOT-CONTADOR(W-IX-MOT)     TO  LMO-CONTADOR
              MOVE  SPACES  TO  REG-RES
              WRITE REG-RES  FROM  LINEA-MOTIVO
              IF    W-MOT-CONTADOR(W-IX-MOT)  >  ZEROS
                    MOVE  W-MOT-CONTADOR(W-IX-MOT)  TO  REG-TOTAL
                    DISPLAY 'MOTIVO ' W-MOT-CODIGO(W-IX-MOT) ' '
                            W-MOT-DESCRIPCION(W-IX-MOT) REG-TOTAL
              END-IF
           END-PERFORM
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  WLT-RAYAS
           MOVE  'REGISTROS LEIDOS'             TO  LTO-TEXTO
           MOVE  REG-LEIDOS                     TO  LTO-CONTADOR
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-TOTAL
           MOVE  'REGISTROS ACEPTADOS (PE0001W)' TO  LTO-TEXTO
           MOVE  REG-ACEPTADOS                  TO  LTO-CONTADOR
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-TOTAL
           MOVE  'REGISTROS RECHAZADOS (PE0002W)' TO  LTO-TEXTO
           MOVE  REG-RECHAZADOS                 TO  LTO-CONTADOR
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-TOTAL
           IF    REG-SIN-CONTROL-DUP  >  ZEROS
                 MOVE  'ACEPTADOS SIN CONTROL DE DUPLICADOS'
                                                 TO  LTO-TEXTO
                 MOVE  REG-SIN-CONTROL-DUP       TO  LTO-CONTADOR
                 MOVE  SPACES  TO  REG-RES
                 WRITE REG-RES  FROM  LINEA-TOTAL
           END-IF
           MOVE  'PORCENTAJE DE RECHAZO'        TO  LPO-TEXTO
           MOVE  W-PCT-RECHAZO                  TO  LPO-PORCENTAJE
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-PORCENTAJE
           MOVE  'TOLERANCIA ADMITIDA'          TO  LPO-TEXTO
           MOVE  W-TOLERANCIA                   TO  LPO-PORCENTAJE
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-PORCENTAJE
           MOVE  SPACES  TO  REG-RES
           WRITE REG-RES  FROM  LINEA-VEREDICTO.

       FIN-PROCESO.
           MOVE    REG-LEIDOS       TO        REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS             ' REG-TOTAL
           MOVE    REG-ACEPTADOS    TO        REG-TOTAL
           DISPLAY 'REGISTROS ACEPTADOS          ' REG-TOTAL
           MOVE    REG-RECHAZADOS   TO        REG-TOTAL
           DISPLAY 'REGISTROS RECHAZADOS         ' REG-TOTAL
           MOVE    W-PCT-RECHAZO    TO        LPO-PORCENTAJE
           DISPLAY 'PORCENTAJE DE RECHAZO        ' LPO-PORCENTAJE ' %'
           DISPLAY 'RETURN-CODE DE VALIDACION    ' RETURN-CODE
           CLOSE    PE0001R
                    PE0001W
                    PE0002W
                    RESUMEN
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    PE0001R
                    PE0001W
                    PE0002W
                    RESUMEN
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
