      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80665.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80665 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80665                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  GRUPOS DE IDENTIDAD DUPLICADA. UNA MISMA     =
      *=                  PERSONA PUEDE ESTAR DADA DE ALTA CON DOS O   =
      *=                  MAS NUMPERSONA (DUPLICADO DE MIGRACION U     =
      *=                  OFICINA QUE ABRE FICHA NUEVA) Y PE80619, QUE =
      *=                  EVALUA CADA NUMPERSACC POR SEPARADO, NO SUMA =
      *=                  SUS PARTICIPACIONES. ESTE PASO, PREVIO A     =
      *=                  PE80619:                                     =
      *=                  1) TOMA LOS NUMPERSACC DISTINTOS DEL PE0001R =
      *=                     DEL DIA Y CUENTA SUS SOCIEDADES;          =
      *=                  2) BUSCA SU NUMIDENT EN EL KSDS DE NOMBRES   =
      *=                     (SIN DOCUMENTO NO SE AGRUPA) Y ORDENA POR =
      *=                     NUMIDENT;                                 =
      *=                  3) CADA NUMIDENT CON DOS O MAS NUMPERSACC ES =
      *=                     UN GRUPO: SE GRABA UNA FILA POR MIEMBRO EN=
      *=                     DUPIDENT (PE8062G), ORDENADO POR          =
      *=                     NUMPERSACC PARA LA BUSQUEDA DE PE80619, Y =
      *=                     SE LISTA EL GRUPO EN EL INFORME PARA QUE  =
      *=                     CALIDAD DE DATOS FUSIONE LAS FICHAS.      =
      *=                  UN GRUPO DE MAS DE WLT-MAX-MIEMBROS SE TOMA  =
      *=                  HASTA EL TOPE Y SE AVISA (UN NUMIDENT TAN    =
      *=                  REPETIDO ES CASI SIEMPRE UN VALOR DE RELLENO =
      *=                  Y SE REVISA A MANO).                         =
      *=                  RC: 0 SIN GRUPOS; 4 CON GRUPOS.              =
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
      *= PE0001R   PE8062I   RELACIONES DEL DIA (SALIDA DE PE80658)    =
      *= NOMBRES             KSDS DE NOMBRES (CLAVE NUMPERSONA BINARIA)=
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= ACCWK               TRABAJO: PERSONA/SOCIEDAD ORDENADOS       =
      *= IDNWK               TRABAJO: PERSONAS ORDENADAS POR NUMIDENT  =
      *= DUPWK               TRABAJO: MIEMBROS DE GRUPO SIN ORDENAR    =
      *= DUPIDENT  PE8062G   GRUPOS DE IDENTIDAD DUPLICADA (A PE80619) =
      *= INFORME             GRUPOS PARA CALIDAD DE DATOS (132)        =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001R A 104 POSICIONES  =
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

           SELECT PE0001R  ASSIGN TO  PE0001R
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-PE0001R.

           SELECT NOMBRES  ASSIGN TO  NOMBRES
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   NOM-NUMPERSONA
                  FILE STATUS FS-NOMBRES.

           SELECT FECHAR  ASSIGN TO  FECHAR
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-FECHAR.

           SELECT ACCWK  ASSIGN TO  ACCWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-ACCWK.

           SELECT ACCSORT  ASSIGN TO  SORTWK01.

           SELECT IDNWK  ASSIGN TO  IDNWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-IDNWK.

           SELECT IDNSORT  ASSIGN TO  SORTWK02.

           SELECT DUPWK  ASSIGN TO  DUPWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-DUPWK.

           SELECT DUPSORT  ASSIGN TO  SORTWK03.

           SELECT DUPIDENT  ASSIGN TO  DUPIDENT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-DUPIDENT.

           SELECT INFORME  ASSIGN TO  INFORME
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= PE0001R - RELACIONES EMPRESA/ACCIONISTA DEL DIA (PE8062I)     =
       FD  PE0001R     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-1R                  PIC  X(104).
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
      *= ACCWK - PAREJAS PERSONA/SOCIEDAD ORDENADAS POR PERSONA        =
       FD  ACCWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-ACCWK               PIC  X(18).
      *
       SD  ACCSORT.
       01  SD-ACC.
           05  AS-NUMPERSACC       PIC 9(09).
           05  AS-NUMPERSEMP       PIC 9(09).
      *
      *= IDNWK - PERSONAS CON DOCUMENTO ORDENADAS POR NUMIDENT         =
       FD  IDNWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-IDNWK               PIC  X(70).
      *
       SD  IDNSORT.
       01  SD-IDN.
           05  IS-NUMIDENT         PIC X(12).
           05  IS-NUMPERSACC       PIC 9(09).
           05  IS-EMPRESAS         PIC 9(05).
           05  IS-NOMBRE           PIC X(40).
           05  FILLER              PIC X(04).
      *
      *= DUPWK - MIEMBROS DE GRUPO EN ORDEN DE NUMIDENT (PE8062G)      =
       FD  DUPWK       BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-DUPWK               PIC  X(40).
      *
       SD  DUPSORT.
       01  SD-DUP.
           05  DS-NUMPERSACC       PIC 9(09).
           05  FILLER              PIC X(31).
      *
      *= DUPIDENT - GRUPOS DE IDENTIDAD DUPLICADA PARA PE80619         =
       FD  DUPIDENT    BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-DUPIDENT            PIC  X(40).
      *
      *= INFORME - GRUPOS DE IDENTIDAD DUPLICADA                       =
       FD  INFORME     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(132).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80665'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-GRUPOS      PIC 9(03)  VALUE 004.
       77  WLT-MAX-MIEMBROS   PIC S9(4)  COMP VALUE 50.
       77  WLT-SOC-INTERMEDIA-ACC  PIC S9(4) COMP VALUE 41.

      *=================================================================
      * COPY DEL REGISTRO DE ENTRADA Y DEL DE GRUPOS
      *
       01  ENTRADA.
           COPY PE8062I.

       01  W-REG-DUP.
           COPY PE8062G.

      *=================================================================
      * IMAGENES DE TRABAJO DE ACCWK / IDNWK (READ INTO)
      *
       01  W-ACC.
           05  AW-NUMPERSACC       PIC 9(09).
           05  AW-NUMPERSEMP       PIC 9(09).

       01  W-IDN.
           05  IW-NUMIDENT         PIC X(12).
           05  IW-NUMPERSACC       PIC 9(09).
           05  IW-EMPRESAS         PIC 9(05).
           05  IW-NOMBRE           PIC X(40).
           05  FILLER              PIC X(04).

      *=================================================================
      * MIEMBROS DEL GRUPO EN CURSO (MISMO NUMIDENT)
      *
       01  W-TAB-GRUPO.
           05  W-GRP-COUNT        PIC S9(4)  COMP  VALUE ZEROS.
           05  W-GRP-MIEMBRO  OCCURS 50 TIMES.
               10  W-GRP-NUMPERSACC  PIC 9(09).
               10  W-GRP-EMPRESAS    PIC 9(05).
               10  W-GRP-NOMBRE      PIC X(40).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-FIN-1R           PIC 9      VALUE 0.
               88  FIN-1R                    VALUE 1.
           05  W-FIN-ACC          PIC 9      VALUE 0.
               88  FIN-ACC                   VALUE 1.
           05  W-FIN-IDN          PIC 9      VALUE 0.
               88  FIN-IDN                   VALUE 1.
           05  W-PERSONA          PIC 9(09)  VALUE ZEROS.
           05  W-EMPRESA-ANT      PIC 9(09)  VALUE ZEROS.
           05  W-EMPRESAS         PIC 9(05)  VALUE ZEROS.
           05  W-NUMIDENT         PIC X(12)  VALUE SPACES.
           05  W-DESBORDE         PIC S9(4)  COMP  VALUE ZEROS.
           05  W-IX               PIC S9(4)  COMP  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-1R       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PERSONAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-FICHA       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-IDENT       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-GRUPOS          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-MIEMBROS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-DESBORDES       PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DEL INFORME
      *
       01  LINEA-TITULO.
           05  FILLER              PIC X(45)  VALUE
               'GRUPOS DE IDENTIDAD DUPLICADA (NUMIDENT) A   '.
           05  LTI-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(79)  VALUE SPACES.

       01  LINEA-GRUPO.
           05  FILLER              PIC X(09)  VALUE 'NUMIDENT '.
           05  LGR-NUMIDENT        PIC X(12).
           05  FILLER              PIC X(11)  VALUE '  MIEMBROS '.
           05  LGR-MIEMBROS        PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LGR-AVISO           PIC X(30).
           05  FILLER              PIC X(66)  VALUE SPACES.

       01  LINEA-MIEMBRO.
           05  FILLER              PIC X(15)  VALUE
               '    NUMPERSONA '.
           05  LMI-NUMPERSACC      PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LMI-NOMBRE          PIC X(40).
           05  FILLER              PIC X(12)  VALUE ' SOCIEDADES '.
           05  LMI-EMPRESAS        PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  LMI-MARCA           PIC X(09).
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-PE0001R           PIC XX.
       77  FS-NOMBRES           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-ACCWK             PIC XX.
       77  FS-IDNWK             PIC XX.
       77  FS-DUPWK             PIC XX.
       77  FS-DUPIDENT          PIC XX.
       77  FS-INFORME           PIC XX.

      *=================================================================
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
           PERFORM INICIO.
           SORT ACCSORT ASCENDING KEY AS-NUMPERSACC AS-NUMPERSEMP
                INPUT PROCEDURE LEE-RELACIONES
                GIVING ACCWK
           SORT IDNSORT ASCENDING KEY IS-NUMIDENT IS-NUMPERSACC
                INPUT PROCEDURE IDENTIFICA-PERSONAS
                GIVING IDNWK
           PERFORM FORMA-GRUPOS.
           SORT DUPSORT ASCENDING KEY DS-NUMPERSACC
                USING DUPWK
                GIVING DUPIDENT
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
           OPEN  INPUT    NOMBRES
           IF    FS-NOMBRES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR NOMBRES ' FS-NOMBRES
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   INFORME
           IF    FS-INFORME  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY  TO  LTI-FECHA
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TITULO.

      *=================================================================
      * LEE-RELACIONES: PROCEDIMIENTO DE ENTRADA DEL PRIMER SORT. UNA
      *      PAREJA PERSONA/SOCIEDAD POR RELACION (LOS ENLACES ROL 41
      *      SON SOCIEDADES INTERMEDIAS Y NO PERSONAS TITULARES).
      *
       LEE-RELACIONES.
           OPEN  INPUT    PE0001R
           IF    FS-PE0001R  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-1R
           PERFORM ENTREGA-RELACION  UNTIL  FIN-1R
           CLOSE PE0001R.

       LEE-1R.
           READ  PE0001R  INTO  ENTRADA
           EVALUATE FS-PE0001R
           WHEN     '00'
                 ADD   1        TO  REG-LEIDOS-1R
           WHEN     '10'
                 SET   FIN-1R   TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE0001R ' FS-PE0001R
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       ENTREGA-RELACION.
           IF    PE8062I-CODRELPEPE  NOT =  WLT-SOC-INTERMEDIA-ACC
           AND   PE8062I-NUMPERSACC  >  ZEROS
                 MOVE  PE8062I-NUMPERSACC  TO  AS-NUMPERSACC
                 MOVE  PE8062I-NUMPERSEMP  TO  AS-NUMPERSEMP
                 RELEASE SD-ACC
           END-IF
           PERFORM LEE-1R.

      *=================================================================
      * IDENTIFICA-PERSONAS: PROCEDIMIENTO DE ENTRADA DEL SEGUNDO SORT.
      *      POR CADA NUMPERSACC DISTINTO CUENTA SUS SOCIEDADES Y BUSCA
      *      SU DOCUMENTO; SIN FICHA O SIN DOCUMENTO (O DOCUMENTO A
      *      CEROS) NO PUEDE AGRUPARSE Y SOLO SE CUENTA.
      *
       IDENTIFICA-PERSONAS.
           OPEN  INPUT    ACCWK
           IF    FS-ACCWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR ACCWK ' FS-ACCWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-ACC
           PERFORM TRATA-PERSONA  UNTIL  FIN-ACC
           CLOSE ACCWK.

       LEE-ACC.
           READ  ACCWK  INTO  W-ACC
           EVALUATE FS-ACCWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-ACC  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO ACCWK ' FS-ACCWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-PERSONA.
           MOVE  AW-NUMPERSACC  TO  W-PERSONA
           MOVE  ZEROS          TO  W-EMPRESAS  W-EMPRESA-ANT
           PERFORM CUENTA-EMPRESA
                   UNTIL FIN-ACC
                      OR AW-NUMPERSACC  NOT =  W-PERSONA
           ADD   1          TO  CNT-PERSONAS
           MOVE  W-PERSONA  TO  NOM-NUMPERSONA
           READ  NOMBRES
                 INVALID KEY
                       MOVE  SPACES  TO  NOM-NOMBRE
                                         NOM-NUMIDENT
                       ADD   1       TO  CNT-SIN-FICHA
           END-READ
           IF    NOM-NUMIDENT  =  SPACES
           OR    NOM-NUMIDENT  =  ZEROS
                 ADD   1  TO  CNT-SIN-IDENT
           ELSE
                 MOVE  SPACES        TO  SD-IDN
                 MOVE  NOM-NUMIDENT  TO  IS-NUMIDENT
                 MOVE  W-PERSONA     TO  IS-NUMPERSACC
                 MOVE  W-EMPRESAS    TO  IS-EMPRESAS
                 MOVE  NOM-NOMBRE    TO  IS-NOMBRE
                 RELEASE SD-IDN
           END-IF.

       CUENTA-EMPRESA.
           IF    AW-NUMPERSEMP  NOT =  W-EMPRESA-ANT
                 ADD   1              TO  W-EMPRESAS
                 MOVE  AW-NUMPERSEMP  TO  W-EMPRESA-ANT
           END-IF
           PERFORM LEE-ACC.

      *=================================================================
      * FORMA-GRUPOS: LAS PERSONAS LLEGAN ORDENADAS POR NUMIDENT Y,
      *      DENTRO DE EL, POR NUMPERSACC: EL PRIMER MIEMBRO ES EL
      *      MENOR Y DA NOMBRE AL GRUPO.
      *
       FORMA-GRUPOS.
           OPEN  INPUT    IDNWK
           IF    FS-IDNWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR IDNWK ' FS-IDNWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   DUPWK
           IF    FS-DUPWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DUPWK ' FS-DUPWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-IDN
           PERFORM TRATA-NUMIDENT  UNTIL  FIN-IDN
           CLOSE IDNWK
                 DUPWK.

       LEE-IDN.
           READ  IDNWK  INTO  W-IDN
           EVALUATE FS-IDNWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-IDN  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO IDNWK ' FS-IDNWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-NUMIDENT.
           MOVE  IW-NUMIDENT  TO  W-NUMIDENT
           MOVE  ZEROS        TO  W-GRP-COUNT  W-DESBORDE
           PERFORM ANOTA-MIEMBRO
                   UNTIL FIN-IDN
                      OR IW-NUMIDENT  NOT =  W-NUMIDENT
           IF    W-GRP-COUNT  >  1
                 PERFORM GRABA-GRUPO
           END-IF.

       ANOTA-MIEMBRO.
           IF    W-GRP-COUNT  <  WLT-MAX-MIEMBROS
                 ADD   1              TO  W-GRP-COUNT
                 MOVE  IW-NUMPERSACC  TO  W-GRP-NUMPERSACC(W-GRP-COUNT)
                 MOVE  IW-EMPRESAS    TO  W-GRP-EMPRESAS(W-GRP-COUNT)
                 MOVE  IW-NOMBRE      TO  W-GRP-NOMBRE(W-GRP-COUNT)
           ELSE
                 ADD   1              TO  W-DESBORDE
           END-IF
           PERFORM LEE-IDN.

       GRABA-GRUPO.
           ADD   1            TO  CNT-GRUPOS
           MOVE  W-NUMIDENT   TO  LGR-NUMIDENT
           MOVE  W-GRP-COUNT  TO  LGR-MIEMBROS
           IF    W-DESBORDE  >  ZEROS
                 ADD   1      TO  CNT-DESBORDES
                 MOVE  'AVISO: GRUPO RECORTADO AL TOPE'  TO  LGR-AVISO
                 DISPLAY 'AVISO: NUMIDENT ' W-NUMIDENT
                         ' CON MAS DE ' WLT-MAX-MIEMBROS ' PERSONAS'
           ELSE
                 MOVE  SPACES  TO  LGR-AVISO
           END-IF
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-GRUPO
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL   W-IX  >  W-GRP-COUNT
              MOVE  SPACES                  TO  W-REG-DUP
              MOVE  W-GRP-NUMPERSACC(W-IX)  TO  PE8062G-NUMPERSACC
              MOVE  W-GRP-NUMPERSACC(1)     TO  PE8062G-GRUPO
              MOVE  W-NUMIDENT              TO  PE8062G-NUMIDENT
              MOVE  W-GRP-COUNT             TO  PE8062G-MIEMBROS
              WRITE REG-DUPWK  FROM  W-REG-DUP
              IF    FS-DUPWK  NOT EQUAL '00'
                    DISPLAY 'ERROR AL GRABAR DUPWK ' FS-DUPWK
                    PERFORM ABNORMAL-ENDING
              END-IF
              ADD   1                       TO  CNT-MIEMBROS
              MOVE  W-GRP-NUMPERSACC(W-IX)  TO  LMI-NUMPERSACC
              MOVE  W-GRP-NOMBRE(W-IX)      TO  LMI-NOMBRE
              MOVE  W-GRP-EMPRESAS(W-IX)    TO  LMI-EMPRESAS
              IF    W-IX  =  1
                    MOVE  'PRINCIPAL'  TO  LMI-MARCA
              ELSE
                    MOVE  SPACES       TO  LMI-MARCA
              END-IF
              MOVE  SPACES                  TO  REG-INF
              WRITE REG-INF  FROM  LINEA-MIEMBRO
           END-PERFORM.

      *=================================================================
      * ESCRIBE-TOTALES
      *
       ESCRIBE-TOTALES.
           MOVE  'PERSONAS CON RELACIONES'           TO  LTO-ETIQUETA
           MOVE  CNT-PERSONAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PERSONAS SIN DOCUMENTO EN NOMBRES'  TO  LTO-ETIQUETA
           MOVE  CNT-SIN-IDENT                       TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'GRUPOS DE IDENTIDAD DUPLICADA'     TO  LTO-ETIQUETA
           MOVE  CNT-GRUPOS                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PERSONAS EN GRUPOS'                TO  LTO-ETIQUETA
           MOVE  CNT-MIEMBROS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-INF
           WRITE REG-INF  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-1R    TO        REG-TOTAL
           DISPLAY 'RELACIONES LEIDAS            ' REG-TOTAL
           MOVE    CNT-PERSONAS     TO        REG-TOTAL
           DISPLAY 'PERSONAS DISTINTAS           ' REG-TOTAL
           MOVE    CNT-SIN-FICHA    TO        REG-TOTAL
           DISPLAY 'PERSONAS SIN FICHA EN NOMBRES' REG-TOTAL
           MOVE    CNT-SIN-IDENT    TO        REG-TOTAL
           DISPLAY 'PERSONAS SIN DOCUMENTO       ' REG-TOTAL
           MOVE    CNT-GRUPOS       TO        REG-TOTAL
           DISPLAY 'GRUPOS DE IDENTIDAD DUPLICADA' REG-TOTAL
           MOVE    CNT-MIEMBROS     TO        REG-TOTAL
           DISPLAY 'PERSONAS EN GRUPOS           ' REG-TOTAL
           MOVE    CNT-DESBORDES    TO        REG-TOTAL
           DISPLAY 'GRUPOS RECORTADOS AL TOPE    ' REG-TOTAL
           IF    CNT-GRUPOS  >  ZEROS
                 DISPLAY 'AVISO: HAY PERSONAS DUPLICADAS POR NUMIDENT, '
                         'REMITIR A CALIDAD DE DATOS'
                 MOVE  WLT-RC-GRUPOS  TO  RETURN-CODE
           ELSE
                 MOVE  WLT-RC-OK      TO  RETURN-CODE
           END-IF
           CLOSE    NOMBRES
                    INFORME
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    PE0001R
                    NOMBRES
                    ACCWK
                    IDNWK
                    DUPWK
                    INFORME
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
