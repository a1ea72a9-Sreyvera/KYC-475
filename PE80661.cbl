      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80661.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80661 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80661                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  INFORME DIARIO DE CADUCIDAD DEL MAESTRO DE   =
      *=                  TITULARES DECLARADOS DECLUBO (PE8062D).      =
      *=                  UNA DECLARACION CADUCADA DEJA DE CUBRIR A SU =
      *=                  EMPRESA EN PE80619 (CAMINO '7') Y LA EMPRESA =
      *=                  VUELVE A PE0002W, ASI QUE CUMPLIMIENTO DEBE  =
      *=                  RENOVARLA ANTES. EL INFORME TRAE DOS         =
      *=                  BLOQUES:                                     =
      *=                  - CADUCADAS SIN TRATAR: SIGUEN VIGENTES EN   =
      *=                    EL MAESTRO PERO SU FECHA DE CADUCIDAD YA   =
      *=                    HA LLEGADO (NI RENOVADAS NI CERRADAS);     =
      *=                  - PROXIMAS A CADUCAR: CADUCAN DENTRO DE LOS  =
      *=                    DIAS INDICADOS EN PARM DIAS=nnn (POR       =
      *=                    DEFECTO 30).                               =
      *=                  RC: 0 SIN CADUCADAS SIN TRATAR; 4 SI LAS HAY.=
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
      *= DECLUBO   PE8062D   MAESTRO VSAM DE TITULARES DECLARADOS      =
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= INFCADU             INFORME DE CADUCIDAD (80 POSICIONES)      =
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

           SELECT DECLUBO  ASSIGN TO  DECLUBO
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   PE8062D-CLAVE
                  FILE STATUS FS-DECLUBO.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT INFCADU  ASSIGN TO  INFCADU
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFCADU.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= DECLUBO - TITULARES DECLARADOS (VSAM KSDS)                   =
       FD  DECLUBO.
       01  REG-DECLUBO.
           COPY PE8062D.
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= INFCADU - INFORME DE CADUCIDAD DE DECLARACIONES              =
       FD  INFCADU     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INFCADU             PIC  X(80).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80661'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-CADUCADAS   PIC 9(03)  VALUE 004.
       77  WLT-DIAS-DEF       PIC 9(03)  VALUE 030.
       77  WLT-BLOQUE-CAD     PIC X(01)  VALUE 'C'.
       77  WLT-BLOQUE-PROX    PIC X(01)  VALUE 'P'.

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FIN-DECLUBO      PIC 9      VALUE 0.
               88  FIN-DECLUBO               VALUE 1.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FECHA-HOY-ISO    PIC X(10)  VALUE SPACES.
           05  W-FECHA-LIMITE     PIC X(10)  VALUE SPACES.
           05  W-DIAS             PIC 9(03)  VALUE ZEROS.
           05  W-CONT-DIAS        PIC 9(03)  VALUE ZEROS.
           05  W-BLOQUE           PIC X(01)  VALUE SPACES.

      *
      * CALCULO DE LA FECHA LIMITE DIA A DIA CON TABLA DE MESES Y
      * ANYO BISIESTO (MISMO TRATAMIENTO QUE PE80619)
       01 W-FECHA-VENT.
          05 W-FV-AAAA      PIC 9(4).
          05 FILLER         PIC X    VALUE '-'.
          05 W-FV-MM        PIC 9(2).
          05 FILLER         PIC X    VALUE '-'.
          05 W-FV-DD        PIC 9(2).
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
           03  CNT-VIGENTES        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CADUCADAS       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PROXIMAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DE INFORME
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(34)  VALUE
               'CADUCIDAD DE TITULARES DECLARADOS '.
           05  FILLER              PIC X(02)  VALUE 'A '.
           05  LCB-FECHA           PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(34)  VALUE SPACES.

       01  LINEA-BLOQUE.
           05  LBL-TITULO          PIC X(40)  VALUE SPACES.
           05  LBL-FECHA           PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(30)  VALUE SPACES.

       01  LINEA-DETALLE.
           05  LDT-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-PORCENTAJE      PIC ZZ9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-ROL             PIC 9(03).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECDECLA        PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-FECCADUC        PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-ANALISTA        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDT-DOCREF          PIC X(15).
           05  FILLER              PIC X(03)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(29)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-DECLUBO           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-INFCADU           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (OPCIONAL): DIAS=nnn HORIZONTE DE AVISO
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
           MOVE  WLT-BLOQUE-CAD   TO  W-BLOQUE
           MOVE  'CADUCADAS SIN TRATAR (CADUCIDAD <=)'  TO  LBL-TITULO
           MOVE  W-FECHA-HOY-ISO  TO  LBL-FECHA
           PERFORM RECORRE-MAESTRO.
           MOVE  WLT-BLOQUE-PROX  TO  W-BLOQUE
           MOVE  'PROXIMAS A CADUCAR (CADUCIDAD <=)'    TO  LBL-TITULO
           MOVE  W-FECHA-LIMITE   TO  LBL-FECHA
           PERFORM RECORRE-MAESTRO.
           PERFORM ESCRIBE-TOTALES.
           PERFORM FIN-PROCESO.

      *=================================================================
      * TRATAMIENTO CENTRAL
      *
       INICIO.
           PERFORM INTERPRETA-PARM
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
           PERFORM CALCULA-FECHA-LIMITE

           OPEN  INPUT    DECLUBO
           IF    FS-DECLUBO  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFCADU
           IF    FS-INFCADU  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFCADU ' FS-INFCADU
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY-ISO  TO  LCB-FECHA
           MOVE  SPACES           TO  REG-INFCADU
           WRITE REG-INFCADU  FROM  LINEA-CABECERA.

      *=================================================================
      * INTERPRETA-PARM: HORIZONTE DE AVISO DIAS=nnn. SIN PARM SE
      *      APLICA WLT-DIAS-DEF. UN PARM MAL FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           MOVE  WLT-DIAS-DEF  TO  W-DIAS
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  <  8
                 OR    PARM-TEXTO(1:5)  NOT =  'DIAS='
                 OR    PARM-TEXTO(6:3)  NOT NUMERIC
                       DISPLAY 'PARM INVALIDO (SE ESPERA DIAS=nnn): '
                               PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(6:3)  TO  W-DIAS
           END-IF
           DISPLAY 'HORIZONTE DE AVISO ' W-DIAS ' DIAS'.

      *=================================================================
      * CALCULA-FECHA-LIMITE: FECHA DE NEGOCIO MAS W-DIAS DIAS
      *
       CALCULA-FECHA-LIMITE.
           MOVE  W-FECHA-HOY(1:4)  TO  W-FV-AAAA
           MOVE  W-FECHA-HOY(5:2)  TO  W-FV-MM
           MOVE  W-FECHA-HOY(7:2)  TO  W-FV-DD
           PERFORM SUMA-UN-DIA
                   VARYING W-CONT-DIAS FROM 1 BY 1
                   UNTIL   W-CONT-DIAS  >  W-DIAS
           MOVE  W-FECHA-VENT      TO  W-FECHA-LIMITE.

       SUMA-UN-DIA.
           MOVE W-DIAS-MES(W-FV-MM) TO W-DIAS-DEL-MES
           IF   W-FV-MM = 2
                PERFORM COMPRUEBA-BISIESTO
                IF   W-BISIESTO = 'S'
                     MOVE 29 TO W-DIAS-DEL-MES
                END-IF
           END-IF
           IF   W-FV-DD  <  W-DIAS-DEL-MES
                ADD 1 TO W-FV-DD
           ELSE
                MOVE 1 TO W-FV-DD
                IF   W-FV-MM  <  12
                     ADD 1 TO W-FV-MM
                ELSE
                     MOVE 1 TO W-FV-MM
                     ADD  1 TO W-FV-AAAA
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
      * RECORRE-MAESTRO: UNA PASADA COMPLETA DEL MAESTRO POR BLOQUE
      *      DEL INFORME. SOLO INTERESAN LAS DECLARACIONES VIGENTES:
      *      LAS CERRADAS YA ESTAN TRATADAS.
      *
       RECORRE-MAESTRO.
           MOVE  SPACES  TO  REG-INFCADU
           WRITE REG-INFCADU  FROM  LINEA-BLOQUE
           MOVE  ZEROS   TO  W-FIN-DECLUBO
           MOVE  ZEROS   TO  PE8062D-NUMPERSEMP
                             PE8062D-NUMPERSACC
           START DECLUBO  KEY NOT LESS  PE8062D-CLAVE
           IF    FS-DECLUBO  NOT EQUAL '00'
      *          MAESTRO VACIO: NADA QUE INFORMAR
                 SET  FIN-DECLUBO  TO  TRUE
           END-IF
           PERFORM LEE-DECLARACION  UNTIL  FIN-DECLUBO.

       LEE-DECLARACION.
           READ  DECLUBO  NEXT
           EVALUATE FS-DECLUBO
           WHEN     '00'
                 IF    PE8062D-VIGENTE
                       PERFORM  CLASIFICA-DECLARACION
                 END-IF
           WHEN     '10'
                 SET   FIN-DECLUBO  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO DECLUBO ' FS-DECLUBO
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       CLASIFICA-DECLARACION.
           IF    W-BLOQUE  =  WLT-BLOQUE-CAD
                 ADD   1  TO  CNT-VIGENTES
                 IF    PE8062D-FECCADUC  NOT >  W-FECHA-HOY-ISO
                       ADD   1  TO  CNT-CADUCADAS
                       PERFORM  DETALLA-DECLARACION
                 END-IF
           ELSE
                 IF    PE8062D-FECCADUC      >  W-FECHA-HOY-ISO
                 AND   PE8062D-FECCADUC  NOT >  W-FECHA-LIMITE
                       ADD   1  TO  CNT-PROXIMAS
                       PERFORM  DETALLA-DECLARACION
                 END-IF
           END-IF.

       DETALLA-DECLARACION.
           MOVE  PE8062D-NUMPERSEMP  TO  LDT-NUMPERSEMP
           MOVE  PE8062D-NUMPERSACC  TO  LDT-NUMPERSACC
           MOVE  PE8062D-PORPARTEMP  TO  LDT-PORCENTAJE
           MOVE  PE8062D-CODRELPEPE  TO  LDT-ROL
           MOVE  PE8062D-FECDECLA    TO  LDT-FECDECLA
           MOVE  PE8062D-FECCADUC    TO  LDT-FECCADUC
           MOVE  PE8062D-ANALISTA    TO  LDT-ANALISTA
           MOVE  PE8062D-DOCREF      TO  LDT-DOCREF
           MOVE  SPACES              TO  REG-INFCADU
           WRITE REG-INFCADU  FROM  LINEA-DETALLE.

      *=================================================================
      * ESCRIBE-TOTALES
      *
       ESCRIBE-TOTALES.
           MOVE  'DECLARACIONES VIGENTES EN EL MAESTRO'
                                                     TO  LTO-ETIQUETA
           MOVE  CNT-VIGENTES                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CADUCADAS SIN TRATAR'              TO  LTO-ETIQUETA
           MOVE  CNT-CADUCADAS                       TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PROXIMAS A CADUCAR'                TO  LTO-ETIQUETA
           MOVE  CNT-PROXIMAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INFCADU
           WRITE REG-INFCADU  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    CNT-VIGENTES     TO        REG-TOTAL
           DISPLAY 'DECLARACIONES VIGENTES       ' REG-TOTAL
           MOVE    CNT-CADUCADAS    TO        REG-TOTAL
           DISPLAY 'CADUCADAS SIN TRATAR         ' REG-TOTAL
           MOVE    CNT-PROXIMAS     TO        REG-TOTAL
           DISPLAY 'PROXIMAS A CADUCAR           ' REG-TOTAL
           IF    CNT-CADUCADAS  >  ZEROS
                 MOVE  WLT-RC-CADUCADAS  TO  RETURN-CODE
           ELSE
                 MOVE  WLT-RC-OK         TO  RETURN-CODE
           END-IF
           CLOSE    DECLUBO
                    INFCADU
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    DECLUBO
                    INFCADU
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
