      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80659.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80659 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80659                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  FUSION DE LAS PARTICIONES DE PE80619 (PARM   =
      *=                  PART=nn) EN LAS SALIDAS DE PRODUCCION        =
      *=                  PE0001W, PE0002W Y PE0003W QUE ESPERAN       =
      *=                  JPE8086D, PE80650, PE80651 Y PE89948.        =
      *=                  CADA PARTICION DEJA EN PE0006W (PE8062P) LOS =
      *=                  TOTALES DE SU CUADRE; LA JCL CONCATENA ESOS  =
      *=                  CONTROLES EN PE06P Y LAS SALIDAS DE CADA     =
      *=                  PARTICION, EN ORDEN DE PARTICION, EN PE01P,  =
      *=                  PE02P Y PE03P. ANTES DE DAR LA FUSION POR    =
      *=                  BUENA SE COMPRUEBA:                          =
      *=                  - QUE LA TPA EETP010 ES LA MISMA QUE USARON  =
      *=                    LAS PARTICIONES Y QUE HAY UN CONTROL, Y    =
      *=                    SOLO UNO, POR CADA PARTICION;              =
      *=                  - QUE TODAS LEYERON LA MISMA ENTRADA Y LA    =
      *=                    MISMA FECHA ASOF (Y DE TITULARES           =
      *=                    DECLARADOS), Y QUE LA SUMA DE LO QUE       =
      *=                    CADA UNA JUSTIFICO COMO SUYO ES EXACTAMENTE=
      *=                    LO LEIDO (NINGUN REGISTRO SIN PARTICION NI =
      *=                    EN DOS);                                   =
      *=                  - QUE EL CUADRE DE CADA PARTICION CIERRA;    =
      *=                  - QUE CADA SALIDA TRAE DE CADA PARTICION LOS =
      *=                    REGISTROS QUE ESTA DECLARA, TODOS DE       =
      *=                    EMPRESAS DE SU RANGO (NINGUNA EMPRESA      =
      *=                    PARTIDA NI TRATADA DOS VECES).             =
      *=                  LAS SALIDAS FUSIONADAS VAN EN ORDEN DE       =
      *=                  PARTICION (BANDAS DE ORDEN DENTRO DE CADA    =
      *=                  UNA): PE0001W YA NO TENIA ORDEN GLOBAL Y SUS =
      *=                  CONSUMIDORES LO ORDENAN EN SU JCL.           =
      *=                  RC: 0 CORRECTO; 4 SI ALGUNA PARTICION TUVO   =
      *=                  REGISTROS FUERA DE BANDA (COMO PE80619);     =
      *=                  16 SI ALGUNA COMPROBACION NO CIERRA (LA      =
      *=                  CADENA NO DEBE CONTINUAR).                   =
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
      *= EETP010R            TPA EETP010 - RANGOS NUMPERSEMP POR       =
      *=                     PARTICION                                 =
      *= PE06P     PE8062P   CONTROLES DE PARTICION CONCATENADOS       =
      *= PE01P     PE8062O   PE0001W DE LAS PARTICIONES CONCATENADOS   =
      *= PE02P               PE0002W DE LAS PARTICIONES CONCATENADOS   =
      *= PE03P               PE0003W DE LAS PARTICIONES CONCATENADOS   =
      *= PE0001W   PE8062O   RELACIONES CON TITULAR REAL (FUSIONADO)   =
      *= PE0002W             EXCEPCIONES SIN TITULAR REAL (FUSIONADO)  =
      *= PE0003W             AUDITORIA DE DECISIONES (FUSIONADO)       =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           COMPRUEBA QUE TODAS LAS   =
      *=                                     PARTICIONES APLICARON LOS =
      *=                                     TITULARES DECLARADOS A LA =
      *=                                     MISMA FECHA Y TOTALIZA    =
      *=                                     LOS EMITIDOS (CAMINO 7)   =
      *= 15-10-26 N/A          DID           PE0001W A 104 POSICIONES  =
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

           SELECT EETP010R  ASSIGN TO  EETP010R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-EETP010R.

           SELECT PE06P  ASSIGN TO  PE06P
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE06P.

           SELECT PE01P  ASSIGN TO  PE01P
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE01P.

           SELECT PE02P  ASSIGN TO  PE02P
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE02P.

           SELECT PE03P  ASSIGN TO  PE03P
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE03P.

           SELECT PE0001W  ASSIGN TO  PE0001W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001W.

           SELECT PE0002W  ASSIGN TO  PE0002W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0002W.

           SELECT PE0003W  ASSIGN TO  PE0003W
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0003W.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= TPA EETP010 - RANGOS NUMPERSEMP DE LAS PARTICIONES            =
       FD  EETP010R    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-EETP010R.
           05  REG-EETP010R-PARTICION PIC 9(02).
           05  REG-EETP010R-DESDE     PIC 9(09).
           05  REG-EETP010R-HASTA     PIC 9(09).
      *
      *= PE06P - CONTROLES DE PARTICION (PE0006W DE CADA PARTICION)    =
       FD  PE06P       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-06P                 PIC  X(150).
      *
       FD  PE01P       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01P                 PIC  X(104).
      *
       FD  PE02P       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-02P.
           05  REG-02P-NUMPERSEMP  PIC  9(09).
           05  FILLER              PIC  X(01).
      *
       FD  PE03P       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-03P.
           05  REG-03P-NUMPERSEMP  PIC  9(09).
           05  FILLER              PIC  X(51).
      *
      *= PE0001W - RELACIONES CON TITULAR REAL, TODAS LAS PARTICIONES  =
       FD  PE0001W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1W                  PIC  X(104).
      *
      *= PE0002W - EXCEPCIONES SIN TITULAR REAL, TODAS LAS PARTICIONES =
       FD  PE0002W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-2W                  PIC  X(10).
      *
      *= PE0003W - AUDITORIA DE DECISIONES, TODAS LAS PARTICIONES      =
       FD  PE0003W     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-3W                  PIC  X(60).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80659'.
       77  WLT-S              PIC X      VALUE 'S'.
       77  WLT-N              PIC X      VALUE 'N'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-FUERABANDA  PIC 9(03)  VALUE 004.
       77  WLT-RC-DESCUADRE   PIC 9(03)  VALUE 016.
       77  WLT-MAX-PART       PIC 9(02)  VALUE 20.
       77  WLT-NUMPERS-MAX    PIC 9(09)  VALUE 999999999.

      *=================================================================
      * TABLA DE PARTICIONES: RANGO DE LA TPA Y TOTALES DECLARADOS EN
      * EL CONTROL DE CADA UNA
      *
       01  W-TABLA-PART.
           05  W-PART-ENTRADA  OCCURS 20 TIMES.
               10  W-PAR-DESDE         PIC 9(09).
               10  W-PAR-HASTA         PIC 9(09).
               10  W-PAR-CONTROL       PIC X(01).
               10  W-PAR-RC            PIC 9(03).
               10  W-PAR-LEIDOS        PIC 9(10).
               10  W-PAR-PROPIOS       PIC 9(10).
               10  W-PAR-ESCRITOS      PIC 9(10).
               10  W-PAR-EXCEPCIONES   PIC 9(10).
               10  W-PAR-AUDITORIAS    PIC 9(10).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-PART-COUNT       PIC 9(02)  VALUE ZEROS.
           05  W-PART-SIGUIENTE   PIC 9(10)  VALUE ZEROS.
           05  W-PART-HASTA-ANT   PIC 9(10)  VALUE ZEROS.
           05  W-IX               PIC 9(02)  VALUE ZEROS.
           05  W-FIN-EETP010      PIC 9(01)  VALUE ZEROS.
           05  W-FIN-PE06P        PIC 9(01)  VALUE ZEROS.
           05  W-LEIDOS-REF       PIC 9(10)  VALUE ZEROS.
           05  W-FECHA-ASOF-REF   PIC X(10)  VALUE SPACES.
           05  W-FECHA-DECL-REF   PIC X(10)  VALUE SPACES.
           05  W-PRIMER-CONTROL   PIC X(01)  VALUE 'S'.
           05  W-SUMA-PROPIOS     PIC 9(10)  VALUE ZEROS.
           05  W-JUSTIFICADOS     PIC 9(10)  VALUE ZEROS.
           05  W-RC-FINAL         PIC 9(03)  VALUE ZEROS.
           05  W-RC-NUEVO         PIC 9(03)  VALUE ZEROS.
           05  W-NUMPERSEMP       PIC 9(09)  VALUE ZEROS.
           05  W-FUERA-RANGO      PIC X(01)  VALUE 'N'.

      *=================================================================
       01  CONTADORES.
           03  REG-CONTROLES       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-1W     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-2W     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-ESCRITOS-3W     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-FUERA-RANGO     PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-SOBRANTES       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-DECLARADOS      PIC 9(10)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * COPYS DE ENTRADA/SALIDA
      *
       01  W-REG-CONTROL-PART.
           COPY PE8062P.
       01  SALIDA.
           COPY PE8062O.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-EETP010R          PIC XX.
       77  FS-PE06P             PIC XX.
       77  FS-PE01P             PIC XX.
       77  FS-PE02P             PIC XX.
       77  FS-PE03P             PIC XX.
       77  FS-PE0001W           PIC XX.
       77  FS-PE0002W           PIC XX.
       77  FS-PE0003W           PIC XX.

      *=================================================================
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           PERFORM CARGA-PARTICIONES.
           PERFORM CARGA-CONTROLES.
           PERFORM COMPRUEBA-CONTROLES.
           PERFORM FUSIONA-SALIDAS.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           MOVE  WLT-RC-OK  TO  W-RC-FINAL
           OPEN  INPUT    EETP010R
           IF    FS-EETP010R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR EETP010R ' FS-EETP010R
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PE06P
           IF    FS-PE06P  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE06P ' FS-PE06P
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PE01P
           IF    FS-PE01P  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE01P ' FS-PE01P
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PE02P
           IF    FS-PE02P  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE02P ' FS-PE02P
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PE03P
           IF    FS-PE03P  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE03P ' FS-PE03P
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
           OPEN  OUTPUT   PE0003W
           IF    FS-PE0003W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0003W ' FS-PE0003W
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CARGA-PARTICIONES: MISMA VALIDACION DE LA TPA EETP010 QUE HACE
      *      PE80619: PARTICIONES CONSECUTIVAS DESDE 01, RANGOS
      *      CONTIGUOS DE 0 A 999999999. LA TPA DEBE SER LA MISMA CON
      *      LA QUE CORRIERON LAS PARTICIONES (SE CONTRASTA CON SUS
      *      CONTROLES EN CARGA-CONTROLES).
      *=================================================================

       CARGA-PARTICIONES.
           MOVE  ZEROS  TO  W-FIN-EETP010  W-PART-COUNT
                            W-PART-SIGUIENTE
           PERFORM LEE-EETP010  UNTIL  W-FIN-EETP010 = 1
           CLOSE EETP010R
           IF    W-PART-COUNT  =  ZEROS
           OR    W-PART-HASTA-ANT  NOT =  WLT-NUMPERS-MAX
                 DISPLAY 'TPA EETP010 NO CUBRE HASTA ' WLT-NUMPERS-MAX
                 PERFORM ABNORMAL-ENDING
           END-IF
           DISPLAY 'PARTICIONES EN LA TPA EETP010 ' W-PART-COUNT.

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
                 MOVE  REG-EETP010R-DESDE  TO  W-PAR-DESDE(W-PART-COUNT)
                 MOVE  REG-EETP010R-HASTA  TO  W-PAR-HASTA(W-PART-COUNT)
                 MOVE  WLT-N             TO  W-PAR-CONTROL(W-PART-COUNT)
                 MOVE  REG-EETP010R-HASTA  TO  W-PART-HASTA-ANT
                 COMPUTE W-PART-SIGUIENTE = REG-EETP010R-HASTA + 1
           WHEN     '10'
                 MOVE  1  TO  W-FIN-EETP010
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO EETP010R ' FS-EETP010R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * CARGA-CONTROLES: UN CONTROL PE8062P POR PARTICION. UN CONTROL
      *      DE UNA PARTICION QUE NO ESTA EN LA TPA, REPETIDO O CON UN
      *      RANGO DISTINTO DEL DE LA TPA ABORTA: LA FUSION NO SABRIA
      *      QUE REGISTROS SON DE QUIEN.
      *=================================================================

       CARGA-CONTROLES.
           MOVE  ZEROS  TO  W-FIN-PE06P
           PERFORM LEE-PE06P  UNTIL  W-FIN-PE06P = 1
           CLOSE PE06P
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PART-COUNT
              IF    W-PAR-CONTROL(W-IX)  =  WLT-N
                    DISPLAY 'FALTA EL CONTROL DE LA PARTICION ' W-IX
                    PERFORM ABNORMAL-ENDING
              END-IF
           END-PERFORM.

       LEE-PE06P.
           READ  PE06P  INTO  W-REG-CONTROL-PART
           EVALUATE FS-PE06P
           WHEN     '00'
                 ADD   1  TO  REG-CONTROLES
                 PERFORM ANOTA-CONTROL
           WHEN     '10'
                 MOVE  1  TO  W-FIN-PE06P
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE06P ' FS-PE06P
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ANOTA-CONTROL.
           IF    PE8062P-PARTICION  NOT NUMERIC
           OR    PE8062P-PARTICION  =  ZEROS
           OR    PE8062P-PARTICION  >  W-PART-COUNT
                 DISPLAY 'CONTROL DE UNA PARTICION QUE NO ESTA EN LA '
                         'TPA EETP010: ' PE8062P-PARTICION
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  PE8062P-PARTICION  TO  W-IX
           IF    W-PAR-CONTROL(W-IX)  =  WLT-S
                 DISPLAY 'CONTROL REPETIDO DE LA PARTICION ' W-IX
                 PERFORM ABNORMAL-ENDING
           END-IF
           IF    PE8062P-DESDE  NOT =  W-PAR-DESDE(W-IX)
           OR    PE8062P-HASTA  NOT =  W-PAR-HASTA(W-IX)
                 DISPLAY 'LA PARTICION ' W-IX ' CORRIO CON UN RANGO '
                         'DISTINTO DEL DE LA TPA EETP010'
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  WLT-S                 TO  W-PAR-CONTROL(W-IX)
           MOVE  PE8062P-RC            TO  W-PAR-RC(W-IX)
           MOVE  PE8062P-LEIDOS        TO  W-PAR-LEIDOS(W-IX)
           COMPUTE W-PAR-PROPIOS(W-IX) = PE8062P-LEIDOS
                                       - PE8062P-FUERA-PARTICION
           MOVE  PE8062P-ESCRITOS      TO  W-PAR-ESCRITOS(W-IX)
           MOVE  PE8062P-EXCEPCIONES   TO  W-PAR-EXCEPCIONES(W-IX)
           MOVE  PE8062P-AUDITORIAS    TO  W-PAR-AUDITORIAS(W-IX)
           ADD   PE8062P-DECLARADOS    TO  REG-DECLARADOS
      *    EL CUADRE PROPIO DE LA PARTICION: LO QUE JUSTIFICA COMO
      *    SUYO DEBE SER TRATADO, DESCARTADO POR ASOF, PERDIDO POR
      *    DESBORDE O FUERA DE BANDA
           COMPUTE W-JUSTIFICADOS = PE8062P-TRATADOS
                                  + PE8062P-DESCARTES-ASOF
                                  + PE8062P-PERDIDOS-DESB
                                  + PE8062P-ORDEN-INVALIDO
           IF    W-JUSTIFICADOS  NOT =  W-PAR-PROPIOS(W-IX)
                 DISPLAY 'EL CUADRE DE LA PARTICION ' W-IX
                         ' NO CIERRA'
                 MOVE  WLT-RC-DESCUADRE  TO  W-RC-NUEVO
                 PERFORM ANOTA-RC
           END-IF
           IF    W-PRIMER-CONTROL  =  WLT-S
                 MOVE  WLT-N               TO  W-PRIMER-CONTROL
                 MOVE  PE8062P-LEIDOS      TO  W-LEIDOS-REF
                 MOVE  PE8062P-FECHA-ASOF  TO  W-FECHA-ASOF-REF
                 MOVE  PE8062P-FECHA-DECL  TO  W-FECHA-DECL-REF
           ELSE
                 IF    PE8062P-LEIDOS      NOT =  W-LEIDOS-REF
                 OR    PE8062P-FECHA-ASOF  NOT =  W-FECHA-ASOF-REF
                       DISPLAY 'LA PARTICION ' W-IX ' LEYO OTRA '
                               'ENTRADA U OTRA FECHA ASOF'
                       MOVE  WLT-RC-DESCUADRE  TO  W-RC-NUEVO
                       PERFORM ANOTA-RC
                 END-IF
      *          UNA PARTICION ARRANCADA TRAS LA MEDIANOCHE HABRIA
      *          EXIGIDO VIGENCIA A OTRA FECHA: DOS FOTOS EN UNA SALIDA
                 IF    PE8062P-FECHA-DECL  NOT =  W-FECHA-DECL-REF
                       DISPLAY 'LA PARTICION ' W-IX ' APLICO LOS '
                               'TITULARES DECLARADOS A OTRA FECHA ('
                               PE8062P-FECHA-DECL ')'
                       MOVE  WLT-RC-DESCUADRE  TO  W-RC-NUEVO
                       PERFORM ANOTA-RC
                 END-IF
           END-IF.

      *=================================================================
      * COMPRUEBA-CONTROLES: ENTRE TODAS LAS PARTICIONES SE JUSTIFICA
      *      CADA REGISTRO DE PE0001R UNA SOLA VEZ, Y EL RC DE LA
      *      FUSION RECOGE EL DE LA PEOR PARTICION (UN RC=4 POR FUERA
      *      DE BANDA SE PROPAGA; UN RC=16 ES UN DESCUADRE).
      *=================================================================

       COMPRUEBA-CONTROLES.
           MOVE  ZEROS  TO  W-SUMA-PROPIOS
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PART-COUNT
              ADD   W-PAR-PROPIOS(W-IX)  TO  W-SUMA-PROPIOS
              EVALUATE TRUE
              WHEN  W-PAR-RC(W-IX)  =  WLT-RC-OK
                    CONTINUE
              WHEN  W-PAR-RC(W-IX)  =  WLT-RC-FUERABANDA
                    MOVE  WLT-RC-FUERABANDA  TO  W-RC-NUEVO
                    PERFORM ANOTA-RC
              WHEN  OTHER
                    DISPLAY 'LA PARTICION ' W-IX ' TERMINO CON RC '
                            W-PAR-RC(W-IX)
                    MOVE  WLT-RC-DESCUADRE   TO  W-RC-NUEVO
                    PERFORM ANOTA-RC
              END-EVALUATE
           END-PERFORM
           IF    W-SUMA-PROPIOS  NOT =  W-LEIDOS-REF
                 MOVE  W-SUMA-PROPIOS  TO  REG-TOTAL
                 DISPLAY 'REGISTROS JUSTIFICADOS ENTRE PARTICIONES '
                         REG-TOTAL
                 MOVE  W-LEIDOS-REF    TO  REG-TOTAL
                 DISPLAY '                 CONTRA LEIDOS EN PE0001R '
                         REG-TOTAL
                 MOVE  WLT-RC-DESCUADRE  TO  W-RC-NUEVO
                 PERFORM ANOTA-RC
           END-IF.

      *=================================================================
      * FUSIONA-SALIDAS: LAS SALIDAS CONCATENADAS SE CONSUMEN POR
      *      TRAMOS, PARTICION A PARTICION, CON LOS REGISTROS QUE CADA
      *      CONTROL DECLARA. CADA REGISTRO DEBE SER DE UNA EMPRESA
      *      DEL RANGO DE SU PARTICION, Y AL FINAL NO DEBE SOBRAR NADA.
      *=================================================================

       FUSIONA-SALIDAS.
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-PART-COUNT
              PERFORM COPIA-PE01P  W-PAR-ESCRITOS(W-IX)    TIMES
              PERFORM COPIA-PE02P  W-PAR-EXCEPCIONES(W-IX) TIMES
              PERFORM COPIA-PE03P  W-PAR-AUDITORIAS(W-IX)  TIMES
           END-PERFORM
           READ  PE01P
           IF    FS-PE01P  NOT =  '10'
                 DISPLAY 'PE01P TRAE MAS REGISTROS DE LOS DECLARADOS'
                 ADD   1  TO  REG-SOBRANTES
           END-IF
           READ  PE02P
           IF    FS-PE02P  NOT =  '10'
                 DISPLAY 'PE02P TRAE MAS REGISTROS DE LOS DECLARADOS'
                 ADD   1  TO  REG-SOBRANTES
           END-IF
           READ  PE03P
           IF    FS-PE03P  NOT =  '10'
                 DISPLAY 'PE03P TRAE MAS REGISTROS DE LOS DECLARADOS'
                 ADD   1  TO  REG-SOBRANTES
           END-IF
           IF    REG-SOBRANTES  >  ZEROS
           OR    REG-FUERA-RANGO  >  ZEROS
                 MOVE  WLT-RC-DESCUADRE  TO  W-RC-NUEVO
                 PERFORM ANOTA-RC
           END-IF.

       COPIA-PE01P.
           READ  PE01P
           IF    FS-PE01P  NOT =  '00'
                 DISPLAY 'PE01P TERMINA ANTES DE LO DECLARADO POR LA '
                         'PARTICION ' W-IX ' (' FS-PE01P ')'
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  REG-01P             TO  SALIDA
           MOVE  PE8062O-NUMPERSEMP  TO  W-NUMPERSEMP
           PERFORM COMPRUEBA-RANGO
           MOVE  SPACES  TO  REG-1W
           WRITE REG-1W  FROM  REG-01P
           IF    FS-PE0001W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR PE0001W ' FS-PE0001W
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  REG-ESCRITOS-1W.

       COPIA-PE02P.
           READ  PE02P
           IF    FS-PE02P  NOT =  '00'
                 DISPLAY 'PE02P TERMINA ANTES DE LO DECLARADO POR LA '
                         'PARTICION ' W-IX ' (' FS-PE02P ')'
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  REG-02P-NUMPERSEMP  TO  W-NUMPERSEMP
           PERFORM COMPRUEBA-RANGO
           MOVE  SPACES  TO  REG-2W
           WRITE REG-2W  FROM  REG-02P
           IF    FS-PE0002W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR PE0002W ' FS-PE0002W
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  REG-ESCRITOS-2W.

       COPIA-PE03P.
           READ  PE03P
           IF    FS-PE03P  NOT =  '00'
                 DISPLAY 'PE03P TERMINA ANTES DE LO DECLARADO POR LA '
                         'PARTICION ' W-IX ' (' FS-PE03P ')'
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  REG-03P-NUMPERSEMP  TO  W-NUMPERSEMP
           PERFORM COMPRUEBA-RANGO
           MOVE  SPACES  TO  REG-3W
           WRITE REG-3W  FROM  REG-03P
           IF    FS-PE0003W  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR PE0003W ' FS-PE0003W
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1  TO  REG-ESCRITOS-3W.

      *    UNA EMPRESA FUERA DEL RANGO DE SU PARTICION ES UNA EMPRESA
      *    QUE OTRA PARTICION PUEDE HABER TRATADO TAMBIEN: SE AVISA
      *    DE LA PRIMERA POR PARTICION Y SE CUENTAN TODAS
       COMPRUEBA-RANGO.
           IF    W-NUMPERSEMP  <  W-PAR-DESDE(W-IX)
           OR    W-NUMPERSEMP  >  W-PAR-HASTA(W-IX)
                 IF    REG-FUERA-RANGO  =  ZEROS
                       DISPLAY 'EMPRESA ' W-NUMPERSEMP ' FUERA DEL '
                               'RANGO DE LA PARTICION ' W-IX
                 END-IF
                 ADD   1  TO  REG-FUERA-RANGO
           END-IF.

      *=================================================================
      * ANOTA-RC: CONSERVA EL RC MAS GRAVE
      *
       ANOTA-RC.
           IF    W-RC-NUEVO  >  W-RC-FINAL
                 MOVE  W-RC-NUEVO  TO  W-RC-FINAL
           END-IF.

       FIN-PROCESO.
           MOVE    REG-CONTROLES    TO        REG-TOTAL
           DISPLAY 'CONTROLES DE PARTICION       ' REG-TOTAL
           MOVE    W-LEIDOS-REF     TO        REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS EN ENTRADA  ' REG-TOTAL
           MOVE    W-SUMA-PROPIOS   TO        REG-TOTAL
           DISPLAY 'JUSTIFICADOS EN PARTICIONES  ' REG-TOTAL
           MOVE    REG-ESCRITOS-1W  TO        REG-TOTAL
           DISPLAY 'REGISTROS ESCRITOS EN SALIDA ' REG-TOTAL
           MOVE    REG-ESCRITOS-2W  TO        REG-TOTAL
           DISPLAY 'NUMPERSEMP EN EXCEPCIONES    ' REG-TOTAL
           MOVE    REG-ESCRITOS-3W  TO        REG-TOTAL
           DISPLAY 'REGISTROS DE AUDITORIA       ' REG-TOTAL
           MOVE    REG-DECLARADOS   TO        REG-TOTAL
           DISPLAY 'TITULARES DECLARADOS (CAM 7) ' REG-TOTAL
           DISPLAY 'FECHA DE VIGENCIA DECLARADOS ' W-FECHA-DECL-REF
           MOVE    REG-FUERA-RANGO  TO        REG-TOTAL
           DISPLAY 'FUERA DEL RANGO DE PARTICION ' REG-TOTAL
           MOVE    W-RC-FINAL       TO        RETURN-CODE
           DISPLAY 'RETURN-CODE DE LA FUSION     ' W-RC-FINAL
           CLOSE    PE01P
                    PE02P
                    PE03P
                    PE0001W
                    PE0002W
                    PE0003W
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    EETP010R
                    PE06P
                    PE01P
                    PE02P
                    PE03P
                    PE0001W
                    PE0002W
                    PE0003W
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
