      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80664.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80664 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80664                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  INFORME MENSUAL DE CONCENTRACION DE          =
      *=                  TITULARIDAD POR PERSONA (TESTAFERROS). UNA   =
      *=                  MISMA PERSONA COMO TITULAR REAL O CONTROLANTE=
      *=                  DE DECENAS DE SOCIEDADES SIN RELACION ENTRE  =
      *=                  SI ES UN INDICIO CLASICO DE TESTAFERRO.      =
      *=                  1) CRUZA EL PE0001W (PE01ACT) CON LA         =
      *=                     AUDITORIA PE0003W (PE03ACT) POR           =
      *=                     NUMPERSEMP+NUMPERSACC Y DEJA UNA PAREJA   =
      *=                     SOCIEDAD/PERSONA CON SUS ROLES, LA FECHA  =
      *=                     DE ALTA MAS ANTIGUA Y EL CAMINO POR EL QUE=
      *=                     CONTROLA: PORCENTAJE (CAMINOS '1' Y '7'), =
      *=                     FIRMA ('2'), DIRECTIVO ('3') O            =
      *=                     FIDEICOMISO (ROLES 74-77 DE UN GRUPO CON  =
      *=                     AUDITORIA '6'). SIN CAMINO CONOCIDO DECIDE=
      *=                     EL ROL (56-58 PORCENTAJE, 59 FIRMA, RESTO =
      *=                     DIRECTIVO).                               =
      *=                  2) ORDENA LAS PAREJAS POR NUMPERSACC Y CUENTA=
      *=                     POR PERSONA LAS SOCIEDADES DISTINTAS, EN  =
      *=                     TOTAL Y POR CAMINO (UNA SOCIEDAD PUEDE    =
      *=                     CONTAR EN MAS DE UN CAMINO, PERO UNA SOLA =
      *=                     VEZ EN EL TOTAL).                         =
      *=                  3) GRABA LA FOTO DEL MES (CONCACT) Y LA CRUZA=
      *=                     CON LA DEL MES ANTERIOR (CONCANT): SE     =
      *=                     MARCA SUBIDA BRUSCA CUANDO EL TOTAL CRECE =
      *=                     EN SUB= SOCIEDADES O MAS.                 =
      *=                  SE LISTAN LAS PERSONAS CON MIN= SOCIEDADES O =
      *=                  MAS, Y LAS DE SUBIDA BRUSCA, CON NOMBRE Y    =
      *=                  NUMIDENT DEL KSDS DE NOMBRES Y EL DETALLE DE =
      *=                  SUS SOCIEDADES, ROLES Y FECHAS DE ALTA.      =
      *=                  PARM: MIN=nnnn[,SUB=nnnn] (POR DEFECTO 10 Y  =
      *=                  5).                                          =
      *=                  PE01ACT Y PE03ACT DEBEN LLEGAR ORDENADOS POR =
      *=                  NUMPERSEMP+NUMPERSACC (COMO EN PE80650) Y LA =
      *=                  FOTO ANTERIOR POR NUMPERSACC, TAL COMO LA    =
      *=                  DEJA ESTE PROGRAMA.                          =
      *=                  RC: 0 NADIE LISTADO; 4 PERSONAS LISTADAS;    =
      *=                  16 PE0001W VACIO.                            =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= DB2PROD.PE1100   (VIA KSDS DE NOMBRES REFRESCADO POR LA JCL)  =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= PE01ACT   PE8062O   PE0001W DEL CIERRE DE MES, ORDENADO       =
      *= PE03ACT             PE0003W DEL CIERRE DE MES, ORDENADO       =
      *= NOMBRES             KSDS DE NOMBRES (CLAVE NUMPERSONA BINARIA)=
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= PARWK1              TRABAJO: PAREJAS POR PERSONA (RECUENTO)   =
      *= PARWK2              TRABAJO: PAREJAS POR PERSONA (DETALLE)    =
      *= CONCANT             FOTO DE CONCENTRACION DEL MES ANTERIOR    =
      *= CONCACT             FOTO DE CONCENTRACION DE ESTE MES         =
      *= INFORME             INFORME PARA INVESTIGACION (132)          =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
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

           SELECT PE01ACT  ASSIGN TO  PE01ACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE01ACT.

           SELECT PE03ACT  ASSIGN TO  PE03ACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE03ACT.

           SELECT NOMBRES  ASSIGN TO  NOMBRES
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   NOM-NUMPERSONA
                  FILE STATUS FS-NOMBRES.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT PARWK1  ASSIGN TO  PARWK1
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PARWK1.

           SELECT PARWK2  ASSIGN TO  PARWK2
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PARWK2.

           SELECT PARSORT  ASSIGN TO  SORTWK01.

           SELECT CONCANT  ASSIGN TO  CONCANT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CONCANT.

           SELECT CONCACT  ASSIGN TO  CONCACT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CONCACT.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= PE01ACT - PE0001W (LAYOUT WSS-PE8062O DE PE80619)             =
       FD  PE01ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01A                 PIC  X(104).
      *
      *= PE03ACT - PE0003W (LAYOUT WSS-PE0003O DE PE80619)             =
       FD  PE03ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-03A                 PIC  X(60).
      *
      *= NOMBRES - KSDS DE NOMBRES: NUMPERSONA(4 BI) + NOMBRE(40) +    =
      *=           NUMIDENT(12), REFRESCADO A DIARIO POR JPE8080D      =
       FD  NOMBRES.
       01  REG-NOMBRES.
           05  NOM-NUMPERSONA      PIC S9(9) COMP.
           05  NOM-NOMBRE          PIC X(40).
           05  NOM-NUMIDENT        PIC X(12).
      *
      *= FECHAR - FECHA DE NEGOCIO (TARJETA RESUELTA POR EL SCAN DE    =
      *=          CABECERA DE LA JCL)                                  =
       FD  FECHAR      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-FECHAR              PIC  X(08).
      *
      *= PARWK1 / PARWK2 - PAREJAS SOCIEDAD/PERSONA ORDENADAS POR      =
      *=          PERSONA (SALIDA DOBLE DEL SORT): PARWK1 CUENTA LAS   =
      *=          SOCIEDADES DE LA PERSONA Y PARWK2 LAS DETALLA SI LA  =
      *=          PERSONA SE LISTA                                     =
       FD  PARWK1      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-PARWK1              PIC  X(60).
      *
       FD  PARWK2      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-PARWK2              PIC  X(60).
      *
       SD  PARSORT.
       01  SD-PAREJA.
           05  PS-NUMPERSACC       PIC 9(09).
           05  PS-NUMPERSEMP       PIC 9(09).
           05  PS-CAMINOS.
               10  PS-PORCENTAJE   PIC X(01).
               10  PS-FIRMA        PIC X(01).
               10  PS-DIRECTIVO    PIC X(01).
               10  PS-FIDEICOMISO  PIC X(01).
           05  PS-CAMINO           PIC X(01).
           05  PS-NUM-ROLES        PIC 9(01).
           05  PS-ROL              PIC 9(03)  OCCURS 4 TIMES.
           05  PS-FECALTA          PIC X(10).
           05  FILLER              PIC X(14).
      *
      *= CONCANT / CONCACT - FOTO MENSUAL DE CONCENTRACION: UNA FILA  =
      *=          POR PERSONA CON SOCIEDADES, ORDENADA POR NUMPERSACC. =
      *=          LA JCL PASA LA DE ESTE MES COMO ANTERIOR DEL PROXIMO =
       FD  CONCANT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CONCANT.
           05  CNA-NUMPERSACC      PIC 9(09).
           05  CNA-TOTAL           PIC 9(05).
           05  CNA-PORCENTAJE      PIC 9(05).
           05  CNA-FIRMA           PIC 9(05).
           05  CNA-DIRECTIVO       PIC 9(05).
           05  CNA-FIDEICOMISO     PIC 9(05).
           05  CNA-FECHA           PIC X(08).
           05  FILLER              PIC X(08).
      *
       FD  CONCACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CONCACT.
           05  CNC-NUMPERSACC      PIC 9(09).
           05  CNC-TOTAL           PIC 9(05).
           05  CNC-PORCENTAJE      PIC 9(05).
           05  CNC-FIRMA           PIC 9(05).
           05  CNC-DIRECTIVO       PIC 9(05).
           05  CNC-FIDEICOMISO     PIC 9(05).
           05  CNC-FECHA           PIC X(08).
           05  FILLER              PIC X(08).
      *
      *= INFORME - PERSONAS CON CONCENTRACION DE SOCIEDADES            =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80664'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-LISTADAS    PIC 9(03)  VALUE 004.
       77  WLT-RC-VACIO       PIC 9(03)  VALUE 016.
       77  WLT-MINIMO-DEF     PIC 9(04)  VALUE 0010.
       77  WLT-SUBIDA-DEF     PIC 9(04)  VALUE 0005.
       77  WLT-MAX-ROLES      PIC 9(01)  VALUE 4.
       77  WLT-CAMINO-FID     PIC X(01)  VALUE '6'.
       77  WLT-S              PIC X(01)  VALUE 'S'.
       77  WLT-N              PIC X(01)  VALUE 'N'.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0001W (READ INTO)
      *
       01  W-REG-01A.
           COPY PE8062O.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0003W (READ INTO), LAYOUT WSS-PE0003O
      *
       01  W-REG-03A.
           05  A3-NUMPERSEMP       PIC 9(09).
           05  A3-NUMPERSACC       PIC 9(09).
           05  A3-CAMINO           PIC X(01).
           05  FILLER              PIC X(41).

      *=================================================================
      * IMAGENES DE TRABAJO DE PARWK1 / PARWK2 (READ INTO), LAYOUT
      * SD-PAREJA
      *
       01  W-PAR1.
           05  P1-NUMPERSACC       PIC 9(09).
           05  P1-NUMPERSEMP       PIC 9(09).
           05  P1-PORCENTAJE       PIC X(01).
           05  P1-FIRMA            PIC X(01).
           05  P1-DIRECTIVO        PIC X(01).
           05  P1-FIDEICOMISO      PIC X(01).
           05  FILLER              PIC X(38).

       01  W-PAR2.
           05  P2-NUMPERSACC       PIC 9(09).
           05  P2-NUMPERSEMP       PIC 9(09).
           05  P2-PORCENTAJE       PIC X(01).
           05  P2-FIRMA            PIC X(01).
           05  P2-DIRECTIVO        PIC X(01).
           05  P2-FIDEICOMISO      PIC X(01).
           05  P2-CAMINO           PIC X(01).
           05  P2-NUM-ROLES        PIC 9(01).
           05  P2-ROL              PIC 9(03)  OCCURS 4 TIMES.
           05  P2-FECALTA          PIC X(10).
           05  FILLER              PIC X(14).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-MINIMO           PIC 9(04)  VALUE ZEROS.
           05  W-SUBIDA           PIC 9(04)  VALUE ZEROS.
           05  W-FIN-01A          PIC 9      VALUE 0.
               88  FIN-01A                   VALUE 1.
           05  W-FIN-03A          PIC 9      VALUE 0.
               88  FIN-03A                   VALUE 1.
           05  W-FIN-PAR1         PIC 9      VALUE 0.
               88  FIN-PAR1                  VALUE 1.
           05  W-FIN-PAR2         PIC 9      VALUE 0.
               88  FIN-PAR2                  VALUE 1.
           05  W-FIN-ANT          PIC 9      VALUE 0.
               88  FIN-ANT                   VALUE 1.
           05  W-HAY-ANTERIOR     PIC X(01)  VALUE 'N'.
               88  HAY-ANTERIOR              VALUE 'S'.
           05  W-SUBIDA-BRUSCA    PIC X(01)  VALUE 'N'.
               88  SUBIDA-BRUSCA             VALUE 'S'.
           05  W-GRUPO-FID        PIC X(01)  VALUE 'N'.
               88  GRUPO-FIDEICOMISO         VALUE 'S'.
           05  W-ROL-YA           PIC X(01)  VALUE 'N'.
               88  ROL-YA-ANOTADO            VALUE 'S'.
           05  W-CLAVE-01A.
               10  W-C01-NUMPERSEMP   PIC 9(09)  VALUE ZEROS.
               10  W-C01-NUMPERSACC   PIC 9(09)  VALUE ZEROS.
           05  W-CLAVE-01A-ANT    PIC X(18)  VALUE LOW-VALUES.
           05  W-CLAVE-03A.
               10  W-C03-NUMPERSEMP   PIC 9(09)  VALUE ZEROS.
               10  W-C03-NUMPERSACC   PIC 9(09)  VALUE ZEROS.
           05  W-CLAVE-03A-ANT    PIC X(18)  VALUE LOW-VALUES.
           05  W-CLAVE-GRUPO      PIC X(18)  VALUE SPACES.
           05  W-CAMINO-GRUPO     PIC X(01)  VALUE SPACES.
           05  W-ROL              PIC 9(03)  VALUE ZEROS.
           05  W-IX               PIC S9(4)  COMP  VALUE ZEROS.
           05  W-PERSONA          PIC 9(09)  VALUE ZEROS.
           05  W-ANT-ACC          PIC 9(09)  VALUE ZEROS.
           05  W-TOTAL            PIC 9(05)  VALUE ZEROS.
           05  W-TOT-PORCENTAJE   PIC 9(05)  VALUE ZEROS.
           05  W-TOT-FIRMA        PIC 9(05)  VALUE ZEROS.
           05  W-TOT-DIRECTIVO    PIC 9(05)  VALUE ZEROS.
           05  W-TOT-FIDEICOMISO  PIC 9(05)  VALUE ZEROS.
           05  W-TOTAL-ANTERIOR   PIC 9(05)  VALUE ZEROS.
           05  W-NUMPERS-BUSCA    PIC 9(09)  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-01A      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-03A      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-ANT      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-AUDITORIA   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAREJAS         PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PERSONAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-LISTADAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SUBIDAS         PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-NOMBRE      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DEL INFORME
      *
       01  LINEA-TITULO.
           05  FILLER              PIC X(45)  VALUE
               'CONCENTRACION DE TITULARIDAD POR PERSONA A   '.
           05  LTI-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(23)  VALUE
               '   MINIMO SOCIEDADES   '.
           05  LTI-MINIMO          PIC ZZZ9.
           05  FILLER              PIC X(18)  VALUE
               '   SUBIDA BRUSCA  '.
           05  LTI-SUBIDA          PIC ZZZ9.
           05  FILLER              PIC X(30)  VALUE SPACES.

       01  LINEA-LEYENDA.
           05  FILLER              PIC X(30)  VALUE
               'CAMINOS: P=PORCENTAJE F=FIRMA '.
           05  FILLER              PIC X(30)  VALUE
               'D=DIRECTIVO T=FIDEICOMISO     '.
           05  FILLER              PIC X(72)  VALUE SPACES.

       01  LINEA-PERSONA.
           05  FILLER              PIC X(08)  VALUE 'PERSONA '.
           05  LPE-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPE-NOMBRE          PIC X(40).
           05  FILLER              PIC X(10)  VALUE ' NUMIDENT '.
           05  LPE-NUMIDENT        PIC X(12).
           05  FILLER              PIC X(12)  VALUE ' SOCIEDADES '.
           05  LPE-TOTAL           PIC ZZZZ9.
           05  FILLER              PIC X(14)  VALUE ' MES ANTERIOR '.
           05  LPE-ANTERIOR        PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LPE-MARCA           PIC X(14).
           05  FILLER              PIC X(01)  VALUE SPACES.

       01  LINEA-DESGLOSE.
           05  FILLER              PIC X(19)  VALUE
               '    POR PORCENTAJE '.
           05  LDE-PORCENTAJE      PIC ZZZZ9.
           05  FILLER              PIC X(11)  VALUE '  POR FIRMA'.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDE-FIRMA           PIC ZZZZ9.
           05  FILLER              PIC X(16)  VALUE
               '  COMO DIRECTIVO'.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LDE-DIRECTIVO       PIC ZZZZ9.
           05  FILLER              PIC X(17)  VALUE
               '  EN FIDEICOMISO '.
           05  LDE-FIDEICOMISO     PIC ZZZZ9.
           05  FILLER              PIC X(47)  VALUE SPACES.

       01  LINEA-SOCIEDAD.
           05  FILLER              PIC X(15)  VALUE
               '      SOCIEDAD '.
           05  LSO-NUMPERSEMP      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LSO-NOMBRE          PIC X(40).
           05  FILLER              PIC X(09)  VALUE ' CAMINOS '.
           05  LSO-CAMINOS         PIC X(04).
           05  FILLER              PIC X(07)  VALUE ' ROLES '.
           05  LSO-ROLES.
               10  LSO-ROL-ENT     OCCURS 4 TIMES.
                   15  LSO-ROL     PIC ZZ9.
                   15  FILLER      PIC X(01).
           05  FILLER              PIC X(06)  VALUE ' ALTA '.
           05  LSO-FECALTA         PIC X(10).
           05  FILLER              PIC X(15)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-PE01ACT           PIC XX.
       77  FS-PE03ACT           PIC XX.
       77  FS-NOMBRES           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-PARWK1            PIC XX.
       77  FS-PARWK2            PIC XX.
       77  FS-CONCANT           PIC XX.
       77  FS-CONCACT           PIC XX.
       77  FS-INFORME           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA: MINIMO DE SOCIEDADES PARA LISTAR Y
      * SUBIDA MENSUAL QUE SE CONSIDERA BRUSCA: MIN=nnnn[,SUB=nnnn]
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
           SORT PARSORT ASCENDING KEY PS-NUMPERSACC PS-NUMPERSEMP
                INPUT PROCEDURE CARGA-PAREJAS
                GIVING PARWK1 PARWK2
           IF    CNT-PAREJAS  =  ZERO
                 DISPLAY 'PE0001W SIN REGISTROS'
                 MOVE  WLT-RC-VACIO  TO  RETURN-CODE
                 PERFORM ALTO-PROCESAMIENTO
           END-IF
           PERFORM TRATA-PERSONAS.
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
           CLOSE FECHAR.

      *=================================================================
      * INTERPRETA-PARM: MIN=nnnn Y, OPCIONAL, ,SUB=nnnn. AMBOS HAN DE
      *      SER MAYORES QUE CERO. UN PARM MAL FORMADO ABORTA.
      *
       INTERPRETA-PARM.
           MOVE  WLT-MINIMO-DEF  TO  W-MINIMO
           MOVE  WLT-SUBIDA-DEF  TO  W-SUBIDA
           IF    PARM-LONG  >  ZERO
                 IF    PARM-LONG  <  8
                 OR    PARM-TEXTO(1:4)  NOT =  'MIN='
                 OR    PARM-TEXTO(5:4)  NOT NUMERIC
                       DISPLAY 'PARM INVALIDO (SE ESPERA '
                               'MIN=nnnn[,SUB=nnnn]): ' PARM-TEXTO
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  PARM-TEXTO(5:4)  TO  W-MINIMO
                 IF    PARM-LONG  >  8
                       IF    PARM-LONG  <  17
                       OR    PARM-TEXTO(9:5)   NOT =  ',SUB='
                       OR    PARM-TEXTO(14:4)  NOT NUMERIC
                             DISPLAY 'PARM INVALIDO (SE ESPERA '
                                     'MIN=nnnn[,SUB=nnnn]): '
                                     PARM-TEXTO
                             PERFORM ABNORMAL-ENDING
                       END-IF
                       MOVE  PARM-TEXTO(14:4)  TO  W-SUBIDA
                 END-IF
           END-IF
           IF    W-MINIMO  =  ZERO
           OR    W-SUBIDA  =  ZERO
                 DISPLAY 'MINIMO Y SUBIDA HAN DE SER MAYORES QUE CERO: '
                         PARM-TEXTO
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-MINIMO  TO  LTI-MINIMO
           MOVE  W-SUBIDA  TO  LTI-SUBIDA
           DISPLAY 'MINIMO DE SOCIEDADES ' LTI-MINIMO
                   '  SUBIDA BRUSCA ' LTI-SUBIDA.

      *=================================================================
      * CARGA-PAREJAS: PROCEDIMIENTO DE ENTRADA DEL SORT. CRUCE DE
      *      PE0001W CON PE0003W POR NUMPERSEMP+NUMPERSACC: UNA PAREJA
      *      POR GRUPO DE PE0001W. LAS AUDITORIAS DE GRUPOS SIN FILAS EN
      *      PE0001W (CAMINO '4') SE SALTAN.
      *
       CARGA-PAREJAS.
           OPEN  INPUT    PE01ACT
           IF    FS-PE01ACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE01ACT ' FS-PE01ACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PE03ACT
           IF    FS-PE03ACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-01A
           PERFORM LEE-03A
           PERFORM TRATA-GRUPO-01A  UNTIL  FIN-01A
           CLOSE PE01ACT
                 PE03ACT.

       LEE-01A.
           READ  PE01ACT  INTO  W-REG-01A
           EVALUATE FS-PE01ACT
           WHEN     '00'
                 ADD   1                   TO  REG-LEIDOS-01A
                 MOVE  PE8062O-NUMPERSEMP  TO  W-C01-NUMPERSEMP
                 MOVE  PE8062O-NUMPERSACC  TO  W-C01-NUMPERSACC
                 IF    W-CLAVE-01A  <  W-CLAVE-01A-ANT
                       DISPLAY 'PE01ACT NO ORDENADO EN ' W-CLAVE-01A
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  W-CLAVE-01A         TO  W-CLAVE-01A-ANT
           WHEN     '10'
                 SET   FIN-01A             TO  TRUE
                 MOVE  HIGH-VALUES         TO  W-CLAVE-01A
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE01ACT ' FS-PE01ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LEE-03A.
           READ  PE03ACT  INTO  W-REG-03A
           EVALUATE FS-PE03ACT
           WHEN     '00'
                 ADD   1                   TO  REG-LEIDOS-03A
                 MOVE  A3-NUMPERSEMP       TO  W-C03-NUMPERSEMP
                 MOVE  A3-NUMPERSACC       TO  W-C03-NUMPERSACC
                 IF    W-CLAVE-03A  <  W-CLAVE-03A-ANT
                       DISPLAY 'PE03ACT NO ORDENADO EN ' W-CLAVE-03A
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  W-CLAVE-03A         TO  W-CLAVE-03A-ANT
           WHEN     '10'
                 SET   FIN-03A             TO  TRUE
                 MOVE  HIGH-VALUES         TO  W-CLAVE-03A
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-GRUPO-01A.
           MOVE  W-CLAVE-01A  TO  W-CLAVE-GRUPO
           MOVE  SPACES       TO  W-CAMINO-GRUPO
           MOVE  WLT-N        TO  W-GRUPO-FID
           PERFORM LEE-03A
                   UNTIL  W-CLAVE-03A  NOT <  W-CLAVE-GRUPO
           PERFORM ANOTA-AUDITORIA
                   UNTIL  W-CLAVE-03A  NOT =  W-CLAVE-GRUPO
           IF    W-CAMINO-GRUPO  =  SPACES
                 ADD   1  TO  CNT-SIN-AUDITORIA
           END-IF
           INITIALIZE SD-PAREJA
           MOVE  W-C01-NUMPERSACC  TO  PS-NUMPERSACC
           MOVE  W-C01-NUMPERSEMP  TO  PS-NUMPERSEMP
           MOVE  WLT-N             TO  PS-PORCENTAJE  PS-FIRMA
                                       PS-DIRECTIVO   PS-FIDEICOMISO
           MOVE  W-CAMINO-GRUPO    TO  PS-CAMINO
           MOVE  HIGH-VALUES       TO  PS-FECALTA
           PERFORM ANOTA-FILA-01A
                   UNTIL  W-CLAVE-01A  NOT =  W-CLAVE-GRUPO
           RELEASE SD-PAREJA
           ADD   1  TO  CNT-PAREJAS.

       ANOTA-AUDITORIA.
           IF    A3-CAMINO  =  WLT-CAMINO-FID
                 MOVE  WLT-S      TO  W-GRUPO-FID
           ELSE
                 MOVE  A3-CAMINO  TO  W-CAMINO-GRUPO
           END-IF
           PERFORM LEE-03A.

      *=================================================================
      * ANOTA-FILA-01A: CAMINO POR EL QUE LA FILA DA CONTROL, ROL (SIN
      *      REPETIR, HASTA WLT-MAX-ROLES) Y FECHA DE ALTA MAS ANTIGUA
      *
       ANOTA-FILA-01A.
           MOVE  PE8062O-CODRELPEPE  TO  W-ROL
           EVALUATE TRUE
           WHEN  GRUPO-FIDEICOMISO
           AND   W-ROL  NOT <  74
           AND   W-ROL  NOT >  77
                 MOVE  WLT-S  TO  PS-FIDEICOMISO
           WHEN  W-CAMINO-GRUPO  =  '1'
           WHEN  W-CAMINO-GRUPO  =  '7'
                 MOVE  WLT-S  TO  PS-PORCENTAJE
           WHEN  W-CAMINO-GRUPO  =  '2'
                 MOVE  WLT-S  TO  PS-FIRMA
           WHEN  W-CAMINO-GRUPO  =  '3'
                 MOVE  WLT-S  TO  PS-DIRECTIVO
           WHEN  W-ROL  NOT <  56
           AND   W-ROL  NOT >  58
                 MOVE  WLT-S  TO  PS-PORCENTAJE
           WHEN  W-ROL  =  59
                 MOVE  WLT-S  TO  PS-FIRMA
           WHEN  OTHER
                 MOVE  WLT-S  TO  PS-DIRECTIVO
           END-EVALUATE
           MOVE  WLT-N  TO  W-ROL-YA
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  PS-NUM-ROLES
              IF    PS-ROL(W-IX)  =  W-ROL
                    MOVE  WLT-S  TO  W-ROL-YA
              END-IF
           END-PERFORM
           IF    NOT ROL-YA-ANOTADO
           AND   PS-NUM-ROLES  <  WLT-MAX-ROLES
                 ADD   1      TO  PS-NUM-ROLES
                 MOVE  W-ROL  TO  PS-ROL(PS-NUM-ROLES)
           END-IF
           IF    PE8062O-FECALTA  <  PS-FECALTA
                 MOVE  PE8062O-FECALTA  TO  PS-FECALTA
           END-IF
           PERFORM LEE-01A.

      *=================================================================
      * TRATA-PERSONAS: PARWK1 CUENTA LAS SOCIEDADES DE CADA PERSONA;
      *      SE GRABA SU FOTO, SE CRUZA CON LA DEL MES ANTERIOR Y, SI
      *      SE LISTA, PARWK2 (EMPAREJADO AL INICIO DE LA MISMA
      *      PERSONA) DETALLA SUS SOCIEDADES; SI NO, LAS SALTA.
      *
       TRATA-PERSONAS.
           OPEN  INPUT    PARWK1
           IF    FS-PARWK1  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PARWK1 ' FS-PARWK1
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    PARWK2
           IF    FS-PARWK2  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PARWK2 ' FS-PARWK2
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    CONCANT
           IF    FS-CONCANT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CONCANT ' FS-CONCANT
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  INPUT    NOMBRES
           IF    FS-NOMBRES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR NOMBRES ' FS-NOMBRES
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   CONCACT
           IF    FS-CONCACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CONCACT ' FS-CONCACT
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY  TO  LTI-FECHA
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TITULO
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-LEYENDA
           PERFORM LEE-ANT
           IF    FIN-ANT
                 DISPLAY 'AVISO: SIN FOTO DEL MES ANTERIOR, NO SE '
                         'EVALUAN SUBIDAS'
           ELSE
                 MOVE  WLT-S  TO  W-HAY-ANTERIOR
           END-IF
           PERFORM LEE-PAR1
           PERFORM LEE-PAR2
           PERFORM TRATA-PERSONA  UNTIL  FIN-PAR1
           CLOSE PARWK1
                 PARWK2
                 CONCANT.

       LEE-PAR1.
           READ  PARWK1  INTO  W-PAR1
           EVALUATE FS-PARWK1
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-PAR1  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PARWK1 ' FS-PARWK1
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LEE-PAR2.
           READ  PARWK2  INTO  W-PAR2
           EVALUATE FS-PARWK2
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-PAR2  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PARWK2 ' FS-PARWK2
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       LEE-ANT.
           READ  CONCANT
           EVALUATE FS-CONCANT
           WHEN     '00'
                 ADD   1  TO  REG-LEIDOS-ANT
                 IF    CNA-NUMPERSACC  <  W-ANT-ACC
                       DISPLAY 'CONCANT NO ORDENADO EN '
                               CNA-NUMPERSACC
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 MOVE  CNA-NUMPERSACC  TO  W-ANT-ACC
           WHEN     '10'
                 SET   FIN-ANT  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CONCANT ' FS-CONCANT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-PERSONA.
           MOVE  P1-NUMPERSACC  TO  W-PERSONA
           MOVE  ZEROS          TO  W-TOTAL          W-TOT-PORCENTAJE
                                    W-TOT-FIRMA      W-TOT-DIRECTIVO
                                    W-TOT-FIDEICOMISO
                                    W-TOTAL-ANTERIOR
           PERFORM SUMA-PAREJA
                   UNTIL FIN-PAR1
                      OR P1-NUMPERSACC  NOT =  W-PERSONA
           ADD   1  TO  CNT-PERSONAS
           PERFORM LEE-ANT
                   UNTIL FIN-ANT
                      OR CNA-NUMPERSACC  NOT <  W-PERSONA
           IF    NOT FIN-ANT
           AND   CNA-NUMPERSACC  =  W-PERSONA
                 MOVE  CNA-TOTAL  TO  W-TOTAL-ANTERIOR
           END-IF
           PERFORM GRABA-FOTO
           MOVE  WLT-N  TO  W-SUBIDA-BRUSCA
           IF    HAY-ANTERIOR
           AND   W-TOTAL  >  W-TOTAL-ANTERIOR
                 IF    W-TOTAL - W-TOTAL-ANTERIOR  NOT <  W-SUBIDA
                       MOVE  WLT-S  TO  W-SUBIDA-BRUSCA
                       ADD   1      TO  CNT-SUBIDAS
                 END-IF
           END-IF
           IF    W-TOTAL  NOT <  W-MINIMO
           OR    SUBIDA-BRUSCA
                 PERFORM EMITE-PERSONA
                 PERFORM EMITE-SOCIEDAD
                         UNTIL FIN-PAR2
                            OR P2-NUMPERSACC  NOT =  W-PERSONA
           ELSE
                 PERFORM LEE-PAR2
                         UNTIL FIN-PAR2
                            OR P2-NUMPERSACC  NOT =  W-PERSONA
           END-IF.

       SUMA-PAREJA.
           ADD   1  TO  W-TOTAL
           IF    P1-PORCENTAJE   =  WLT-S
                 ADD   1  TO  W-TOT-PORCENTAJE
           END-IF
           IF    P1-FIRMA        =  WLT-S
                 ADD   1  TO  W-TOT-FIRMA
           END-IF
           IF    P1-DIRECTIVO    =  WLT-S
                 ADD   1  TO  W-TOT-DIRECTIVO
           END-IF
           IF    P1-FIDEICOMISO  =  WLT-S
                 ADD   1  TO  W-TOT-FIDEICOMISO
           END-IF
           PERFORM LEE-PAR1.

       GRABA-FOTO.
           MOVE  SPACES             TO  REG-CONCACT
           MOVE  W-PERSONA          TO  CNC-NUMPERSACC
           MOVE  W-TOTAL            TO  CNC-TOTAL
           MOVE  W-TOT-PORCENTAJE   TO  CNC-PORCENTAJE
           MOVE  W-TOT-FIRMA        TO  CNC-FIRMA
           MOVE  W-TOT-DIRECTIVO    TO  CNC-DIRECTIVO
           MOVE  W-TOT-FIDEICOMISO  TO  CNC-FIDEICOMISO
           MOVE  W-FECHA-HOY        TO  CNC-FECHA
           WRITE REG-CONCACT
           IF    FS-CONCACT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR CONCACT ' FS-CONCACT
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * BUSCA-NOMBRE: NOMBRE Y NUMIDENT DEL KSDS DE NOMBRES; SIN FICHA
      *      QUEDAN EN BLANCO
      *
       BUSCA-NOMBRE.
           MOVE  W-NUMPERS-BUSCA  TO  NOM-NUMPERSONA
           READ  NOMBRES
                 INVALID KEY
                       MOVE  SPACES  TO  NOM-NOMBRE
                                         NOM-NUMIDENT
                       ADD   1       TO  CNT-SIN-NOMBRE
           END-READ.

       EMITE-PERSONA.
           ADD   1                   TO  CNT-LISTADAS
           MOVE  W-PERSONA           TO  W-NUMPERS-BUSCA
           PERFORM BUSCA-NOMBRE
           MOVE  W-PERSONA           TO  LPE-NUMPERSACC
           MOVE  NOM-NOMBRE          TO  LPE-NOMBRE
           MOVE  NOM-NUMIDENT        TO  LPE-NUMIDENT
           MOVE  W-TOTAL             TO  LPE-TOTAL
           MOVE  W-TOTAL-ANTERIOR    TO  LPE-ANTERIOR
           IF    SUBIDA-BRUSCA
                 MOVE  '*SUBIDA BRUSCA'  TO  LPE-MARCA
           ELSE
                 MOVE  SPACES            TO  LPE-MARCA
           END-IF
           MOVE  SPACES              TO  REG-INF
           WRITE REG-INF  FROM  LINEA-PERSONA
           MOVE  W-TOT-PORCENTAJE    TO  LDE-PORCENTAJE
           MOVE  W-TOT-FIRMA         TO  LDE-FIRMA
           MOVE  W-TOT-DIRECTIVO     TO  LDE-DIRECTIVO
           MOVE  W-TOT-FIDEICOMISO   TO  LDE-FIDEICOMISO
           MOVE  SPACES              TO  REG-INF
           WRITE REG-INF  FROM  LINEA-DESGLOSE.

       EMITE-SOCIEDAD.
           MOVE  P2-NUMPERSEMP       TO  W-NUMPERS-BUSCA
           PERFORM BUSCA-NOMBRE
           MOVE  P2-NUMPERSEMP       TO  LSO-NUMPERSEMP
           MOVE  NOM-NOMBRE          TO  LSO-NOMBRE
           MOVE  SPACES              TO  LSO-CAMINOS  LSO-ROLES
           IF    P2-PORCENTAJE   =  WLT-S
                 MOVE  'P'  TO  LSO-CAMINOS(1:1)
           END-IF
           IF    P2-FIRMA        =  WLT-S
                 MOVE  'F'  TO  LSO-CAMINOS(2:1)
           END-IF
           IF    P2-DIRECTIVO    =  WLT-S
                 MOVE  'D'  TO  LSO-CAMINOS(3:1)
           END-IF
           IF    P2-FIDEICOMISO  =  WLT-S
                 MOVE  'T'  TO  LSO-CAMINOS(4:1)
           END-IF
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  P2-NUM-ROLES
              MOVE  P2-ROL(W-IX)  TO  LSO-ROL(W-IX)
           END-PERFORM
           MOVE  P2-FECALTA          TO  LSO-FECALTA
           MOVE  SPACES              TO  REG-INF
           WRITE REG-INF  FROM  LINEA-SOCIEDAD
           PERFORM LEE-PAR2.

      *=================================================================
      * ESCRIBE-TOTALES
      *
       ESCRIBE-TOTALES.
           MOVE  'PAREJAS SOCIEDAD/PERSONA'          TO  LTO-ETIQUETA
           MOVE  CNT-PAREJAS                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PERSONAS CON SOCIEDADES'           TO  LTO-ETIQUETA
           MOVE  CNT-PERSONAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PERSONAS LISTADAS'                 TO  LTO-ETIQUETA
           MOVE  CNT-LISTADAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PERSONAS CON SUBIDA BRUSCA'        TO  LTO-ETIQUETA
           MOVE  CNT-SUBIDAS                         TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-01A   TO        REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS DE PE0001W  ' REG-TOTAL
           MOVE    REG-LEIDOS-03A   TO        REG-TOTAL
           DISPLAY 'REGISTROS LEIDOS DE PE0003W  ' REG-TOTAL
           MOVE    REG-LEIDOS-ANT   TO        REG-TOTAL
           DISPLAY 'PERSONAS EN LA FOTO ANTERIOR ' REG-TOTAL
           MOVE    CNT-PAREJAS      TO        REG-TOTAL
           DISPLAY 'PAREJAS SOCIEDAD/PERSONA     ' REG-TOTAL
           MOVE    CNT-SIN-AUDITORIA TO       REG-TOTAL
           DISPLAY 'PAREJAS SIN AUDITORIA        ' REG-TOTAL
           MOVE    CNT-PERSONAS     TO        REG-TOTAL
           DISPLAY 'PERSONAS CON SOCIEDADES      ' REG-TOTAL
           MOVE    CNT-LISTADAS     TO        REG-TOTAL
           DISPLAY 'PERSONAS LISTADAS            ' REG-TOTAL
           MOVE    CNT-SUBIDAS      TO        REG-TOTAL
           DISPLAY 'PERSONAS CON SUBIDA BRUSCA   ' REG-TOTAL
           MOVE    CNT-SIN-NOMBRE   TO        REG-TOTAL
           DISPLAY 'CONSULTAS A NOMBRES SIN FICHA' REG-TOTAL
           IF    CNT-LISTADAS  >  ZEROS
                 DISPLAY 'AVISO: HAY PERSONAS CON CONCENTRACION DE '
                         'SOCIEDADES, REMITIR A INVESTIGACION'
                 MOVE  WLT-RC-LISTADAS  TO  RETURN-CODE
           ELSE
                 MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-IF
           CLOSE    NOMBRES
                    CONCACT
                    INFORME
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    PE01ACT
                    PE03ACT
                    NOMBRES
                    PARWK1
                    PARWK2
                    CONCANT
                    CONCACT
                    INFORME
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
