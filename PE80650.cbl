      *=                  JPE8080D) POR NUMPERSEMP+NUMPERSACC, Y       =
      *=                  DETECTA: TITULARES NUEVOS, TITULARES         =
      *=                  DESAPARECIDOS Y MOVIMIENTOS DE PORPARTEMP    =
      *=                  Y DE PORVOTEMP (SE COMPARA EL MAYOR          =
      *=                  PORCENTAJE DEL GRUPO EN CADA MEDIDA, QUE ES  =
      *=                  EL QUE DECIDE). CRUZA ADEMAS EL              =
      *=                  PE0003W DE HOY (PE03ACT) CONTRA EL ANTERIOR  =
      *=                  (PE03ANT) Y DETECTA CAMBIOS DEL CAMINO DE    =
      *=                  DECISION. UN CAMBIO DE TITULAR REAL OBLIGA A =
      *=                  CAMBIO EL PROCESO TERMINA RC=4 PARA QUE SE   =
      *=                  REVISE EL MISMO DIA Y NO EN LA REVISION      =
      *=                  ANUAL.                                       =
      *=                  LOS MISMOS CAMBIOS SE DEJAN EN CAMTIT (UNA   =
      *=                  FILA POR CAMBIO, COPY PE8062C) PARA QUE EL   =
      *=                  PLANIFICADOR DE REVISIONES KYC (PE80668)     =
      *=                  ADELANTE LA REVISION DE LA SOCIEDAD.         =
      *=                  LAS CUATRO ENTRADAS DEBEN LLEGAR ORDENADAS   =
      *=                  POR NUMPERSEMP+NUMPERSACC (EL PE0001W CRUDO  =
      *=                  DE PE80619 SALE AGRUPADO POR BANDAS DE ORDEN =
      *= PE03ANT             PE0003W DE LA EJECUCION ANTERIOR          =
      *= FECHAR              FECHA DE ESTA EJECUCION (&OYMD1 POR SCAN) =
      *= INFORME             INFORME DE CAMBIOS DE TITULAR REAL        =
      *= CAMTIT    PE8062C   CAMBIOS DE TITULAR REAL PARA PE80668      =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 02-09-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           SALIDA CAMTIT CON LOS     =
      *=                                     CAMBIOS PARA EL PLANIFI-  =
      *=                                     CADOR DE REVISIONES KYC   =
      *= 15-10-26 N/A          DID           PE0001W A 104 POSICIONES: =
      *=                                     MOVIMIENTOS DE DERECHOS   =
      *=                                     DE VOTO (PORVOTEMP)       =
      *= 15-10-26 N/A          DID           EL CRUCE DE CAMINOS DES-  =
      *=                                     CARTA TAMBIEN LOS REGIS-  =
      *=                                     TROS '7' Y '8', QUE COM-  =
      *=                                     PARTEN CLAVE CON EL CAMINO=
      *=                                     PRINCIPAL                 =
      *=                                                               =
      *=================================================================
       ENVIRONMENT DIVISION.
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-INFORME.

           SELECT CAMTIT  ASSIGN TO  CAMTIT
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CAMTIT.

      *=================================================================
       DATA DIVISION.

       FD  PE01ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01A                 PIC  X(104).
      *
       FD  PE01ANT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01N                 PIC  X(104).
      *
      *= PE03ACT / PE03ANT - PE0003W (LAYOUT WSS-PE0003O DE PE80619)   =
       FD  PE03ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-INF                 PIC  X(80).
      *
      *= CAMTIT - CAMBIOS DE TITULAR REAL DEL DIA PARA PE80668         =
       FD  CAMTIT      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CAMTIT.
           COPY PE8062C.

      *=================================================================
       WORKING-STORAGE SECTION.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-CAMBIOS     PIC 9(03)  VALUE 004.
       77  WLT-CAMINO-FID     PIC X(01)  VALUE '6'.
       77  WLT-CAMINO-DECL    PIC X(01)  VALUE '7'.
       77  WLT-CAMINO-IDENT   PIC X(01)  VALUE '8'.

      *=================================================================
      * IMAGENES DE TRABAJO DE PE0001W (READ INTO). SOLO INTERESAN LA
      * CLAVE DE GRUPO Y LOS PORCENTAJES DE CAPITAL Y DE VOTO.
      *
       01  W-REG-01A.
           05  A1-NUMPERSEMP       PIC S9(9) COMP.
           05  A1-NIVELACC         PIC S9(3) COMP-3.
           05  A1-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  FILLER              PIC X(56).
           05  A1-PORVOTEMP        PIC S9(3)V99 COMP-3.

       01  W-REG-01N.
           05  N1-NUMPERSEMP       PIC S9(9) COMP.
           05  N1-NIVELACC         PIC S9(3) COMP-3.
           05  N1-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  FILLER              PIC X(56).
           05  N1-PORVOTEMP        PIC S9(3)V99 COMP-3.

      *=================================================================
      * IMAGENES DE TRABAJO DE PE0003W (READ INTO), LAYOUT WSS-PE0003O
      *=================================================================
      * GRUPOS COLAPSADOS DE PE0001W: UN GRUPO NUMPERSEMP+NUMPERSACC
      * PUEDE APORTAR VARIAS FILAS (VARIAS VENTANAS DE ACUMULACION);
      * PARA EL CRUCE SE CONSERVA EL MAYOR PORPARTEMP Y EL MAYOR
      * PORVOTEMP DEL GRUPO, QUE SON LOS QUE DECIDEN LA TITULARIDAD.
      *
       01  W-GRUPO-ACT.
           05  GA-CLAVE.
               10  GA-NUMPERSEMP   PIC S9(9) COMP.
               10  GA-NUMPERSACC   PIC S9(9) COMP.
           05  GA-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  GA-PORVOTEMP        PIC S9(3)V99 COMP-3.
       01  GA-CLAVE-X  REDEFINES  W-GRUPO-ACT  PIC X(08).

       01  W-GRUPO-ANT.
               10  GN-NUMPERSEMP   PIC S9(9) COMP.
               10  GN-NUMPERSACC   PIC S9(9) COMP.
           05  GN-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  GN-PORVOTEMP        PIC S9(3)V99 COMP-3.
       01  GN-CLAVE-X  REDEFINES  W-GRUPO-ANT  PIC X(08).

      *=================================================================
           03  CNT-TITUL-NUEVOS    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-TITUL-BAJAS     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-MOVIM-PCT       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-MOVIM-VOT       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CAMBIO-CAMINO   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CAMBIOS         PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.
       77  FS-PE03ANT           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-INFORME           PIC XX.
       77  FS-CAMTIT            PIC XX.

      *=================================================================
       PROCEDURE DIVISION.
                 DISPLAY 'ERROR AL ABRIR INFORME ' FS-INFORME
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   CAMTIT
           IF    FS-CAMTIT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CAMTIT ' FS-CAMTIT
                 PERFORM ABNORMAL-ENDING
           END-IF
           MOVE  W-FECHA-HOY  TO  LCB-FECHA
           MOVE  SPACES       TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CABECERA.
      *=================================================================
      * LEE-GRUPO-ACT / LEE-GRUPO-ANT: COLAPSAN LAS FILAS CONSECUTIVAS
      *      DE UN MISMO GRUPO NUMPERSEMP+NUMPERSACC EN UNA ENTRADA
      *      CON EL MAYOR PORPARTEMP Y EL MAYOR PORVOTEMP (CADA UNO DE
      *      SU FILA). AL AGOTARSE EL FICHERO LA CLAVE
      *      QUEDA EN HIGH-VALUES PARA EL CRUCE.
      *
       LEE-GRUPO-ACT.
                 MOVE  A1-NUMPERSEMP  TO  GA-NUMPERSEMP
                 MOVE  A1-NUMPERSACC  TO  GA-NUMPERSACC
                 MOVE  A1-PORPARTEMP  TO  GA-PORPARTEMP
                 MOVE  A1-PORVOTEMP   TO  GA-PORVOTEMP
                 PERFORM ACUMULA-GRUPO-ACT
                         UNTIL FIN-01A
                            OR A1-NUMPERSEMP  NOT =  GA-NUMPERSEMP
           IF    A1-PORPARTEMP  >  GA-PORPARTEMP
                 MOVE  A1-PORPARTEMP  TO  GA-PORPARTEMP
           END-IF
           IF    A1-PORVOTEMP   >  GA-PORVOTEMP
                 MOVE  A1-PORVOTEMP   TO  GA-PORVOTEMP
           END-IF
           PERFORM LEE-01A.

       LEE-GRUPO-ANT.
                 MOVE  N1-NUMPERSEMP  TO  GN-NUMPERSEMP
                 MOVE  N1-NUMPERSACC  TO  GN-NUMPERSACC
                 MOVE  N1-PORPARTEMP  TO  GN-PORPARTEMP
                 MOVE  N1-PORVOTEMP   TO  GN-PORVOTEMP
                 PERFORM ACUMULA-GRUPO-ANT
                         UNTIL FIN-01N
                            OR N1-NUMPERSEMP  NOT =  GN-NUMPERSEMP
           IF    N1-PORPARTEMP  >  GN-PORPARTEMP
                 MOVE  N1-PORPARTEMP  TO  GN-PORPARTEMP
           END-IF
           IF    N1-PORVOTEMP   >  GN-PORVOTEMP
                 MOVE  N1-PORVOTEMP   TO  GN-PORVOTEMP
           END-IF
           PERFORM LEE-01N.

       LEE-01A.
      * COTEJA-TITULARES: CRUCE CLASICO DE LOS GRUPOS COLAPSADOS.
      *      CLAVE SOLO EN HOY = TITULAR NUEVO; SOLO EN ANTERIOR =
      *      TITULAR DESAPARECIDO; EN AMBOS CON DISTINTO PORPARTEMP =
      *      MOVIMIENTO DE PORCENTAJE; CON IGUAL PORPARTEMP PERO
      *      DISTINTO PORVOTEMP = MOVIMIENTO DE DERECHOS DE VOTO.
      *
       COTEJA-TITULARES.
           EVALUATE TRUE
                 PERFORM  INFORMA-TITULAR-BAJA
                 PERFORM  LEE-GRUPO-ANT
           WHEN  OTHER
                 EVALUATE TRUE
                 WHEN  GA-PORPARTEMP  NOT EQUAL  GN-PORPARTEMP
                       PERFORM  INFORMA-MOVIM-PCT
                 WHEN  GA-PORVOTEMP   NOT EQUAL  GN-PORVOTEMP
                       PERFORM  INFORMA-MOVIM-VOT
                 END-EVALUATE
                 PERFORM  LEE-GRUPO-ACT
                 PERFORM  LEE-GRUPO-ANT
           END-EVALUATE.
           MOVE  GA-PORPARTEMP    TO  W-PCT-EDIT
           MOVE  W-PCT-EDIT       TO  LCA-AHORA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CAMBIO
           MOVE  'N'              TO  PE8062C-TIPO
           PERFORM  ESCRIBE-CAMTIT.

       INFORMA-TITULAR-BAJA.
           ADD   1                TO  CNT-TITUL-BAJAS  CNT-CAMBIOS
           MOVE  W-PCT-EDIT       TO  LCA-ANTES
           MOVE  SPACES           TO  LCA-AHORA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CAMBIO
           MOVE  'B'              TO  PE8062C-TIPO
           PERFORM  ESCRIBE-CAMTIT.

       INFORMA-MOVIM-PCT.
           ADD   1                TO  CNT-MOVIM-PCT  CNT-CAMBIOS
           MOVE  GA-PORPARTEMP    TO  W-PCT-EDIT
           MOVE  W-PCT-EDIT       TO  LCA-AHORA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CAMBIO
           MOVE  'P'              TO  PE8062C-TIPO
           PERFORM  ESCRIBE-CAMTIT.

       INFORMA-MOVIM-VOT.
           ADD   1                TO  CNT-MOVIM-VOT  CNT-CAMBIOS
           MOVE  'MOVIM PORVOTO '  TO  LCA-TIPO
           MOVE  GA-NUMPERSEMP    TO  LCA-NUMPERSEMP
           MOVE  GA-NUMPERSACC    TO  LCA-NUMPERSACC
           MOVE  GN-PORVOTEMP     TO  W-PCT-EDIT
           MOVE  W-PCT-EDIT       TO  LCA-ANTES
           MOVE  GA-PORVOTEMP     TO  W-PCT-EDIT
           MOVE  W-PCT-EDIT       TO  LCA-AHORA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CAMBIO
           MOVE  'V'              TO  PE8062C-TIPO
           PERFORM  ESCRIBE-CAMTIT.

      *=================================================================
      * COTEJA-CAMINOS: CRUCE DE LAS AUDITORIAS PE0003W DE HOY Y DE LA
      *      DECISION DE UN GRUPO PRESENTE EN AMBAS (LAS ALTAS Y BAJAS
      *      DE GRUPO YA SALEN EN EL CRUCE DE TITULARES). LOS GRUPOS
      *      CON FIDEICOMISO LLEVAN UN SEGUNDO REGISTRO CON CAMINO '6'
      *      BAJO LA MISMA CLAVE, Y LO MISMO OCURRE CON EL '7' DE UN
      *      TITULAR DECLARADO QUE ES ADEMAS ACCIONISTA DE LA EMPRESA Y
      *      CON EL '8' DE CADA MIEMBRO DE UNA IDENTIDAD DUPLICADA
      *      (AMBOS SALEN TAMBIEN EN PE0001W, ASI QUE SUS ALTAS Y
      *      BAJAS YA LAS RECOGE EL CRUCE DE TITULARES): AQUI SE
      *      DESCARTAN EN LA LECTURA, PARA
      *      QUE EL CRUCE COMPARE SIEMPRE CAMINO PRINCIPAL CONTRA
      *      CAMINO PRINCIPAL (UN '6' EMPAREJADO CONTRA EL PRINCIPAL
      *      DEL OTRO DIA DISPARARIA UN CAMBIO DE CAMINO FALSO Y UN
           PERFORM LEE-03A-REG
           PERFORM LEE-03A-REG
                   UNTIL FIN-03A
                      OR ( A3-CAMINO  NOT =  WLT-CAMINO-FID
                       AND A3-CAMINO  NOT =  WLT-CAMINO-DECL
                       AND A3-CAMINO  NOT =  WLT-CAMINO-IDENT ).

       LEE-03A-REG.
           IF    FIN-03A
           PERFORM LEE-03N-REG
           PERFORM LEE-03N-REG
                   UNTIL FIN-03N
                      OR ( N3-CAMINO  NOT =  WLT-CAMINO-FID
                       AND N3-CAMINO  NOT =  WLT-CAMINO-DECL
                       AND N3-CAMINO  NOT =  WLT-CAMINO-IDENT ).

       LEE-03N-REG.
           IF    FIN-03N
           MOVE  N3-CAMINO        TO  LCA-ANTES
           MOVE  A3-CAMINO        TO  LCA-AHORA
           MOVE  SPACES           TO  REG-INF
           WRITE REG-INF  FROM  LINEA-CAMBIO
           MOVE  'C'              TO  PE8062C-TIPO
           PERFORM  ESCRIBE-CAMTIT.

      *=================================================================
      * ESCRIBE-CAMTIT: DEJA EL CAMBIO YA INFORMADO (CLAVE EN LAS
      *      COLUMNAS DE LINEA-CAMBIO) EN EL FICHERO DE CAMBIOS
      *
       ESCRIBE-CAMTIT.
           MOVE  LCA-NUMPERSEMP   TO  PE8062C-NUMPERSEMP
           MOVE  LCA-NUMPERSACC   TO  PE8062C-NUMPERSACC
           MOVE  W-FECHA-HOY      TO  PE8062C-FECHA
           MOVE  SPACES           TO  REG-CAMTIT(28:13)
           WRITE REG-CAMTIT
           IF    FS-CAMTIT  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ESCRIBIR CAMTIT ' FS-CAMTIT
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * ESCRIBE-TOTALES: RESUMEN DEL DIA AL PIE DEL INFORME
           MOVE  'TOTAL MOVIMIENTOS PORPARTEMP'   TO  LTO-ETIQUETA
           MOVE  CNT-MOVIM-PCT                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL MOVIMIENTOS PORVOTEMP'    TO  LTO-ETIQUETA
           MOVE  CNT-MOVIM-VOT                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL CAMBIOS DE CAMINO'        TO  LTO-ETIQUETA
           MOVE  CNT-CAMBIO-CAMINO                TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.
                    PE03ACT
                    PE03ANT
                    INFORME
                    CAMTIT
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
                    PE03ACT
                    PE03ANT
                    INFORME
                    CAMTIT
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.
