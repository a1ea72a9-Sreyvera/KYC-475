      *SKEL-WRITTEN.  SKEL BATCH  24 ENERO 2025.      V03.01
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PE80662.
      *AUTHOR.       DID.
      *DATE-WRITTEN.
      *     PE80662 Generado el 15/10/2026 por GenSKL V03.3.
      *=================================================================
      *=================================================================
      *= APLICACION: PE                                                =
      *=================================================================
      *=                                                               =
      *= PROGRAMA:        PE80662                                      =
      *= FECHA CREACION:  15-10-2026                                   =
      *=                                                               =
      *= DESCRIPCION   :  DISCREPANCIAS CONTRA EL REGISTRO CENTRAL DE  =
      *=                  TITULARIDAD REAL. CRUZA LA DESCARGA          =
      *=                  PERIODICA DEL REGISTRO (EMPRESA, TITULAR,    =
      *=                  PORCENTAJE Y NATURALEZA DEL CONTROL) CON EL  =
      *=                  RESULTADO DEL DIA DE PE80619 (PE0001W Y      =
      *=                  PE0003W). EL REGISTRO IDENTIFICA A LAS       =
      *=                  PERSONAS POR DOCUMENTO: NUESTRAS NUMPERSEMP  =
      *=                  Y NUMPERSACC SE TRADUCEN A SU NUMIDENT CON   =
      *=                  EL KSDS DE NOMBRES Y EL CRUCE SE HACE POR    =
      *=                  DOCUMENTO (SORT INTERNO DE LAS TRES FUENTES).=
      *=                  CADA PAREJA EMPRESA/TITULAR SE CLASIFICA:    =
      *=                  CO COINCIDENTE; RE TITULAR SOLO EN REGISTRO; =
      *=                  NU TITULAR SOLO EN NUESTRO RESULTADO; PD     =
      *=                  PORCENTAJE DISTINTO MAS ALLA DE LA           =
      *=                  TOLERANCIA (PARM TOL=ppp,dd, POR DEFECTO     =
      *=                  1,00 PUNTOS); FN EMPRESA DEL REGISTRO QUE NO =
      *=                  ESTA EN NUESTRO RESULTADO; FR EMPRESA CON    =
      *=                  TITULAR NUESTRO QUE NO ESTA EN EL REGISTRO.  =
      *=                  EL PORCENTAJE SOLO SE COMPARA EN LOS CAMINOS =
      *=                  DE PORCENTAJE ('1' Y '8') Y DECLARADO ('7'): =
      *=                  FIRMA Y DIRECTIVO SON CONTROL POR OTROS      =
      *=                  MEDIOS. EL REGISTRO DA CAPITAL: SI NUESTRO   =
      *=                  GRUPO SUPERA EL MINIMO SOLO POR VOTOS, SE    =
      *=                  COMPARA SU CAPITAL (PORPARTEMP DE PE0001W).  =
      *=                  LAS DISCREPANCIAS VAN A UN FICHERO DE FORMATO=
      *=                  FIJO (PE8062X) Y SE ENVEJECEN EN UN MAESTRO  =
      *=                  VSAM COMO LOS CASOS DE PE89947: SE ABREN AL  =
      *=                  DETECTARSE, SE PRORROGAN MIENTRAS SIGUEN Y SE=
      *=                  CIERRAN CUANDO UNA EJECUCION YA NO LAS       =
      *=                  ENCUENTRA. LA DESCARGA DEBE SER COMPLETA: UNA=
      *=                  DESCARGA PARCIAL CERRARIA CASOS SIN MOTIVO.  =
      *=                  EMITE ADEMAS UN RESUMEN PARA LA DIRECCION.   =
      *=                  RC: 0 SIN DISCREPANCIAS; 4 CON DISCREPANCIAS;=
      *=                  8 FILAS DEL REGISTRO RECHAZADAS; 16 DESCARGA =
      *=                  VACIA (NO SE TOCA EL MAESTRO).               =
      *=================================================================
      *= TABLAS/VISTAS    DESCRIPCION DE LA TABLA/VISTA UTILIZADA      =
      *= --------------  --------------------------------------------- =
      *= DB2PROD.PE1100   (VIA KSDS DE NOMBRES REFRESCADO POR LA JCL)  =
      *=                                                               =
      *=================================================================
      *= PROGRAMAS/RUTINAS DESCRIPCION DEL PROGRAMA/RUTINA UTILIZADO   =
      *= ----------------- ------------------------------------------- =
      *=                                                               =
      *=================================================================
      *= FICHERO   COPYBOOK  DESCRIPCION                               =
      *= --------  --------  ----------------------------------------- =
      *= REGCEN    PE8062R   DESCARGA DEL REGISTRO CENTRAL             =
      *= PE01ACT   PE8062O   TITULARES REALES DEL DIA (PE0001W)        =
      *= PE03ACT             AUDITORIA DE DECISIONES DEL DIA (PE0003W) =
      *= NOMBRES             KSDS DE NOMBRES (CLAVE NUMPERSONA BINARIA)=
      *= FECHAR              FECHA DE NEGOCIO (&OYMD1 POR SCAN)        =
      *= CRUCEWK             TRABAJO: FUENTES ORDENADAS POR DOCUMENTO  =
      *= DISCREG             MAESTRO VSAM (KSDS) DE DISCREPANCIAS,     =
      *=                     CLAVE DOCUMENTO EMPRESA + TITULAR         =
      *= DISCREP   PE8062X   DISCREPANCIAS DEL DIA (FORMATO FIJO)      =
      *= RESUMEN             RESUMEN PARA LA DIRECCION (80 POSICIONES) =
      *=                                                               =
      *=================================================================
      *= HISTORICO DE CAMBIOS                                          =
      *= ----------------------------------------------------------    =
      *= FECHA    COD.CAMBIO   RESPONSABLE   DESCRIPCION DEL CAMBIO    =
      *= -------- ------------ ------------- ----------------------    =
      *= 15-10-26 N/A          DID           ALTA DEL PROGRAMA         =
      *= 15-10-26 N/A          DID           PE0001W A 104 POSICIONES  =
      *=                                     (PORVOTEMP)               =
      *= 15-10-26 N/A          DID           CAMINO '8' COMO CAMINO DE =
      *=                                     PORCENTAJE; CAMINO EN LA  =
      *=                                     CLAVE DEL SORT PARA TOMAR =
      *=                                     EL PRINCIPAL DEL GRUPO; LA=
      *=                                     MEDIDA VOTOS SE COMPARA   =
      *=                                     POR SU CAPITAL            =
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

           SELECT REGCEN  ASSIGN TO  REGCEN
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-REGCEN.

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

           SELECT CRUCEWK  ASSIGN TO  CRUCEWK
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-CRUCEWK.

           SELECT CRUSORT  ASSIGN TO  SORTWK01.

           SELECT DISCREG  ASSIGN TO  DISCREG
                  ORGANIZATION INDEXED
                  ACCESS       DYNAMIC
                  RECORD KEY   DRG-CLAVE
                  FILE STATUS FS-DISCREG.

           SELECT DISCREP  ASSIGN TO  DISCREP
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-DISCREP.

           SELECT RESUMEN  ASSIGN TO  RESUMEN
                  ORGANIZATION SEQUENTIAL
                  ACCESS       SEQUENTIAL
                  FILE STATUS FS-RESUMEN.

      *=================================================================
       DATA DIVISION.

      *=================================================================
       FILE SECTION.
      *=================================================================

      *= REGCEN - DESCARGA DEL REGISTRO CENTRAL DE TITULARIDAD REAL   =
       FD  REGCEN      BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-REGCEN.
           COPY PE8062R.
      *
      *= PE01ACT - TITULARES REALES DEL DIA (PE0001W DE PE80619)       =
       FD  PE01ACT     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-01A                 PIC  X(104).
      *
      *= PE03ACT - AUDITORIA DE DECISIONES DEL DIA (PE0003W)           =
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
      *= CRUCEWK - LAS TRES FUENTES ORDENADAS POR DOCUMENTO DE EMPRESA,=
      *=           DOCUMENTO DE TITULAR Y ORIGEN (SALIDA DEL SORT)     =
       FD  CRUCEWK     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-CRUCEWK             PIC  X(60).
      *
       SD  CRUSORT.
       01  SD-CRUCE.
           05  SRT-IDENT-EMP       PIC X(12).
           05  SRT-IDENT-TIT       PIC X(12).
           05  SRT-ORIGEN          PIC X(01).
           05  SRT-NUMPERSEMP      PIC 9(09).
           05  SRT-NUMPERSACC      PIC 9(09).
           05  SRT-PORCENTAJE      PIC 9(05)V99.
           05  SRT-CAMINO          PIC X(01).
           05  SRT-NATURALEZA      PIC X(02).
           05  SRT-MEDIDA          PIC X(04).
           05  FILLER              PIC X(03).
      *
      *= DISCREG - DISCREPANCIAS ABIERTAS Y CERRADAS, UNA POR PAREJA   =
      *=           EMPRESA/TITULAR (VSAM KSDS)                         =
       FD  DISCREG.
       01  REG-DISCREG.
           05  DRG-CLAVE.
               10  DRG-IDENT-EMP   PIC X(12).
               10  DRG-IDENT-TIT   PIC X(12).
           05  DRG-ESTADO          PIC X(01).
               88  DRG-ABIERTA        VALUE 'A'.
               88  DRG-CERRADA        VALUE 'C'.
           05  DRG-CLASE           PIC X(02).
           05  DRG-NUMPERSEMP      PIC 9(09).
           05  DRG-NUMPERSACC      PIC 9(09).
           05  DRG-FECPRIMERA      PIC X(08).
           05  DRG-FECULTIMA       PIC X(08).
           05  DRG-EJECUCIONES     PIC 9(05).
           05  DRG-FECRESOL        PIC X(08).
           05  FILLER              PIC X(26).
      *
      *= DISCREP - DISCREPANCIAS DEL DIA PARA EL REGISTRO CENTRAL      =
       FD  DISCREP     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-DISCREP.
           COPY PE8062X.
      *
      *= RESUMEN - RESUMEN DEL CRUCE PARA LA DIRECCION                 =
       FD  RESUMEN     BLOCK CONTAINS 0 CHARACTERS
                        RECORDING MODE F
                        LABEL RECORDS STANDARD.
       01  REG-RESUMEN             PIC  X(80).

      *=================================================================
       WORKING-STORAGE SECTION.
      *=================================================================
      * LITERALES SIGNIFICATIVOS (EVITAR NUMEROS GENERALES)
      *
       77  WLT-MODULO         PIC X(8)   VALUE 'PE80662'.
       77  WLT-RC-OK          PIC 9(03)  VALUE 000.
       77  WLT-RC-DISCREP     PIC 9(03)  VALUE 004.
       77  WLT-RC-RECHAZOS    PIC 9(03)  VALUE 008.
       77  WLT-RC-VACIO       PIC 9(03)  VALUE 016.
       77  WLT-TOLER-DEF      PIC 9(03)V99 VALUE 1,00.
       77  WLT-TRAMO-1        PIC 9(05)  VALUE 00007.
       77  WLT-TRAMO-2        PIC 9(05)  VALUE 00030.
       77  WLT-TRAMO-3        PIC 9(05)  VALUE 00090.
       77  WLT-CAMINO-PCT     PIC X(01)  VALUE '1'.
       77  WLT-CAMINO-FID     PIC X(01)  VALUE '6'.
       77  WLT-CAMINO-DECL    PIC X(01)  VALUE '7'.
       77  WLT-CAMINO-IDENT   PIC X(01)  VALUE '8'.
       77  WLT-ORIGEN-UBO     PIC X(01)  VALUE 'O'.
       77  WLT-ORIGEN-AUD     PIC X(01)  VALUE 'P'.
       77  WLT-ORIGEN-REG     PIC X(01)  VALUE 'R'.
       77  WLT-SIN-IDENT      PIC X(01)  VALUE '#'.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0001W (READ INTO). SOLO INTERESAN LA
      * CLAVE DE GRUPO Y EL PORCENTAJE.
      *
       01  W-REG-01A.
           05  A1-NUMPERSEMP       PIC S9(9) COMP.
           05  A1-NUMPERSACC       PIC S9(9) COMP.
           05  A1-NUMPERSNIV       PIC S9(9) COMP.
           05  A1-CODRELPEPE       PIC S9(4) COMP.
           05  A1-TMSTALTA         PIC X(26).
           05  A1-NIVELACC         PIC S9(3) COMP-3.
           05  A1-PORPARTEMP       PIC S9(3)V99 COMP-3.
           05  FILLER              PIC X(56).
           05  A1-PORVOTEMP        PIC S9(3)V99 COMP-3.

      *=================================================================
      * IMAGEN DE TRABAJO DE PE0003W (READ INTO), LAYOUT WSS-PE0003O
      *
       01  W-REG-03A.
           05  A3-NUMPERSEMP       PIC 9(09).
           05  A3-NUMPERSACC       PIC 9(09).
           05  A3-CAMINO           PIC X(01).
           05  A3-PORACUM          PIC 9(05)V99.
           05  FILLER              PIC X(30).
           05  A3-MEDIDA           PIC X(04).

      *=================================================================
      * IMAGEN DE TRABAJO DE CRUCEWK (READ INTO), LAYOUT SD-CRUCE. LAS
      * FILAS CON DOCUMENTO DE TITULAR A LOW-VALUES SON MARCAS DE
      * EMPRESA Y SALEN LAS PRIMERAS DE CADA EMPRESA:
      *   'R' LA EMPRESA ESTA EN EL REGISTRO
      *   'P' LA EMPRESA ESTA EN NUESTRO RESULTADO (PE0003W)
      *   'O' LA EMPRESA TIENE TITULAR REAL NUESTRO (PE0001W)
      * LAS DEMAS SON FILAS DE PAREJA EMPRESA/TITULAR DE CADA ORIGEN.
      *
       01  W-CRUCE.
           05  CR-IDENT-EMP        PIC X(12).
           05  CR-IDENT-TIT        PIC X(12).
           05  CR-ORIGEN           PIC X(01).
           05  CR-NUMPERSEMP       PIC 9(09).
           05  CR-NUMPERSACC       PIC 9(09).
           05  CR-PORCENTAJE       PIC 9(05)V99.
           05  CR-CAMINO           PIC X(01).
           05  CR-NATURALEZA       PIC X(02).
           05  CR-MEDIDA           PIC X(04).
           05  FILLER              PIC X(03).

      *=================================================================
      * EMPRESA EN CURSO DEL CRUCE
      *
       01  W-EMPRESA.
           05  EM-IDENT-EMP        PIC X(12).
           05  EM-NUMPERSEMP       PIC 9(09).
           05  EM-REGISTRO         PIC X(01).
               88  EMP-EN-REGISTRO           VALUE 'S'.
           05  EM-NUESTRA          PIC X(01).
               88  EMP-EN-NUESTRO            VALUE 'S'.
           05  EM-CON-UBO          PIC X(01).
               88  EMP-CON-UBO               VALUE 'S'.
           05  EM-HAY-RE           PIC X(01).
               88  EMP-HAY-RE                VALUE 'S'.
           05  EM-HAY-NU           PIC X(01).
               88  EMP-HAY-NU                VALUE 'S'.
           05  EM-HAY-PD           PIC X(01).
               88  EMP-HAY-PD                VALUE 'S'.
           05  EM-HAY-CO           PIC X(01).
               88  EMP-HAY-CO                VALUE 'S'.

      *=================================================================
      * PAREJA EMPRESA/TITULAR EN CURSO: LAS FILAS DE UN MISMO ORIGEN
      * SE COLAPSAN (VARIAS VENTANAS EN PE0001W O FILAS REPETIDAS EN
      * LA DESCARGA) CONSERVANDO EL MAYOR PORCENTAJE.
      *
       01  W-PAREJA.
           05  PR-IDENT-TIT        PIC X(12).
           05  PR-NUMPERSACC       PIC 9(09).
           05  PR-REGISTRO         PIC X(01).
               88  PAR-EN-REGISTRO           VALUE 'S'.
           05  PR-UBO              PIC X(01).
               88  PAR-UBO-NUESTRO           VALUE 'S'.
           05  PR-AUDITORIA        PIC X(01).
               88  PAR-EN-AUDITORIA          VALUE 'S'.
           05  PR-PCT-REGISTRO     PIC 9(05)V99.
           05  PR-PCT-01           PIC 9(05)V99.
           05  PR-PORACUM          PIC 9(05)V99.
           05  PR-PCT-NUESTRO      PIC 9(05)V99.
           05  PR-NATURALEZA       PIC X(02).
           05  PR-CAMINO           PIC X(01).
           05  PR-MEDIDA           PIC X(04).
               88  PAR-MEDIDA-VOTOS          VALUE 'VOTO'.
           05  PR-CLASE            PIC X(02).

      *=================================================================
      * VARIABLES DE TRABAJO
      *
       01  W-VARIABLES.
           05  W-FECHA-HOY        PIC X(08)  VALUE SPACES.
           05  W-TOLERANCIA       PIC 9(03)V99  VALUE ZEROS.
           05  W-DIFERENCIA       PIC 9(05)V99  VALUE ZEROS.
           05  W-FIN-REGCEN       PIC 9      VALUE 0.
               88  FIN-REGCEN                VALUE 1.
           05  W-FIN-01A          PIC 9      VALUE 0.
               88  FIN-01A                   VALUE 1.
           05  W-FIN-03A          PIC 9      VALUE 0.
               88  FIN-03A                   VALUE 1.
           05  W-FIN-CRUCE        PIC 9      VALUE 0.
               88  FIN-CRUCE                 VALUE 1.
           05  W-FIN-DISCREG      PIC 9      VALUE 0.
               88  FIN-DISCREG               VALUE 1.
           05  W-EXISTE           PIC X      VALUE 'N'.
               88  DISC-EXISTE               VALUE 'S'.
           05  W-EMP-ANT-01       PIC S9(9)  COMP  VALUE -1.
           05  W-EMP-ANT-03       PIC S9(9)  COMP  VALUE -1.
           05  W-IDENT-EMP-01     PIC X(12)  VALUE SPACES.
           05  W-IDENT-EMP-03     PIC X(12)  VALUE SPACES.
           05  W-NUMPERS-BUSCA    PIC 9(09)  VALUE ZEROS.
           05  W-IDENT-RES        PIC X(12)  VALUE SPACES.
           05  W-DIAS-ANTIG       PIC 9(05)  VALUE ZEROS.

      *
      * NUMERO ABSOLUTO DE DIA DE UNA FECHA AAAAMMDD, PARA LA
      * ANTIGUEDAD EN DIAS DE LAS DISCREPANCIAS (EL DIA DE LA PRIMERA
      * DETECCION CUENTA COMO 1, COMO EN PE89947)
       01  W-DA-FECHA.
           05  W-DA-AAAA          PIC 9(04).
           05  W-DA-MM            PIC 9(02).
           05  W-DA-DD            PIC 9(02).
       01  W-DA-CALCULO.
           05  W-DA-ANYO          PIC 9(05)  COMP  VALUE ZEROS.
           05  W-DA-MES           PIC 9(03)  COMP  VALUE ZEROS.
           05  W-DA-AUX           PIC 9(09)  COMP  VALUE ZEROS.
           05  W-DA-COCIENTE      PIC 9(09)  COMP  VALUE ZEROS.
           05  W-DA-NUMERO        PIC 9(09)  COMP  VALUE ZEROS.
           05  W-DA-HOY           PIC 9(09)  COMP  VALUE ZEROS.

      *=================================================================
       01  CONTADORES.
           03  REG-LEIDOS-REG      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-RECHAZADOS-REG  PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-01A      PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-LEIDOS-03A      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-SIN-IDENT       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMPRESAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-COINCIDE    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-CON-RE      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-CON-NU      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-CON-PD      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-SIN-NUESTRO PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-EMP-SIN-REGISTRO PIC 9(09) COMP  VALUE ZEROS.
           03  CNT-EMP-SIN-UBO     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-CO          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-RE          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-NU          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-PD          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-FN          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-PAR-FR          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-DISCREPANCIAS   PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-NUEVAS          PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-REABIERTAS      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-CERRADAS-HOY    PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-ABIERTAS        PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-TRAMO-1-7       PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-TRAMO-8-30      PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-TRAMO-31-90     PIC 9(09)  COMP  VALUE ZEROS.
           03  CNT-TRAMO-MAS-90    PIC 9(09)  COMP  VALUE ZEROS.
           03  REG-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9.

      *=================================================================
      * LINEAS DEL RESUMEN
      *
       01  LINEA-CABECERA.
           05  FILLER              PIC X(34)  VALUE
               'CRUCE CON EL REGISTRO CENTRAL A   '.
           05  LCB-FECHA           PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(14)  VALUE
               '  TOLERANCIA '.
           05  LCB-TOLERANCIA      PIC ZZ9,99.
           05  FILLER              PIC X(18)  VALUE SPACES.

       01  LINEA-BLOQUE.
           05  LBL-TITULO          PIC X(40)  VALUE SPACES.
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  LINEA-TOTAL.
           05  LTO-ETIQUETA        PIC X(40)  VALUE SPACES.
           05  LTO-CONTADOR        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(29)  VALUE SPACES.

      *=================================================================
      * ESTADOS DE FICHERO
      *
       77  FS-REGCEN            PIC XX.
       77  FS-PE01ACT           PIC XX.
       77  FS-PE03ACT           PIC XX.
       77  FS-NOMBRES           PIC XX.
       77  FS-FECHAR            PIC XX.
       77  FS-CRUCEWK           PIC XX.
       77  FS-DISCREG           PIC XX.
       77  FS-DISCREP           PIC XX.
       77  FS-RESUMEN           PIC XX.

      *=================================================================
      * PARAMETRO DE ENTRADA (OPCIONAL): TOL=ppp,dd DIFERENCIA MAXIMA
      * EN PUNTOS DE PORCENTAJE PARA DAR UNA PAREJA POR COINCIDENTE
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
           SORT CRUSORT ASCENDING KEY SRT-IDENT-EMP SRT-IDENT-TIT
                                      SRT-ORIGEN SRT-CAMINO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE CARGA-CRUCE
                GIVING CRUCEWK
           PERFORM CRUZA.
           PERFORM CIERRA-Y-ENVEJECE.
           PERFORM ESCRIBE-RESUMEN.
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
           MOVE  W-FECHA-HOY  TO  W-DA-FECHA
           PERFORM CALCULA-DIA-ABSOLUTO
           MOVE  W-DA-NUMERO  TO  W-DA-HOY

           OPEN  INPUT    REGCEN
           IF    FS-REGCEN  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR REGCEN ' FS-REGCEN
                 PERFORM ABNORMAL-ENDING
           END-IF
      *    LECTURA ADELANTADA: UNA DESCARGA VACIA ES UNA TRANSFERENCIA
      *    FALLIDA Y NO PUEDE LLEGAR AL BARRIDO DEL MAESTRO, QUE
      *    CERRARIA TODAS LAS DISCREPANCIAS ABIERTAS
           PERFORM LEE-REGCEN
           IF    FIN-REGCEN
                 DISPLAY 'DESCARGA DEL REGISTRO CENTRAL VACIA'
                 CLOSE REGCEN
                 MOVE  WLT-RC-VACIO  TO  RETURN-CODE
                 PERFORM ALTO-PROCESAMIENTO
           END-IF

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
           OPEN  INPUT    NOMBRES
           IF    FS-NOMBRES  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR NOMBRES ' FS-NOMBRES
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  I-O      DISCREG
      *    STATUS 35: CLUSTER RECIEN DEFINIDO Y AUN SIN CARGAR. SE
      *    CREA VACIO Y SE REABRE, COMO EL MAESTRO DE CASOS DE PE89947
           IF    FS-DISCREG  =  '35'
                 OPEN  OUTPUT   DISCREG
                 IF    FS-DISCREG  NOT EQUAL '00'
                       DISPLAY 'ERROR AL CREAR DISCREG ' FS-DISCREG
                       PERFORM ABNORMAL-ENDING
                 END-IF
                 CLOSE DISCREG
                 OPEN  I-O      DISCREG
           END-IF
           IF    FS-DISCREG  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DISCREG ' FS-DISCREG
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   DISCREP
           IF    FS-DISCREP  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR DISCREP ' FS-DISCREP
                 PERFORM ABNORMAL-ENDING
           END-IF
           OPEN  OUTPUT   RESUMEN
           IF    FS-RESUMEN  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR RESUMEN ' FS-RESUMEN
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * INTERPRETA-PARM: TOLERANCIA TOL=ppp,dd. SIN PARM SE APLICA
      *      WLT-TOLER-DEF. UN PARM MAL FORMADO ABORTA.
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
           MOVE  W-TOLERANCIA  TO  LCB-TOLERANCIA
           DISPLAY 'TOLERANCIA DE PORCENTAJE ' LCB-TOLERANCIA ' PUNTOS'.

      *=================================================================
      * CALCULA-DIA-ABSOLUTO: NUMERO DE DIA DE W-DA-FECHA CONTADO
      *      DESDE UN ORIGEN FIJO (ANYO QUE EMPIEZA EN MARZO PARA QUE
      *      EL 29 DE FEBRERO QUEDE AL FINAL). LA DIFERENCIA ENTRE DOS
      *      FECHAS DA LOS DIAS TRANSCURRIDOS. LAS DIVISIONES SON
      *      ENTERAS A PROPOSITO.
      *
       CALCULA-DIA-ABSOLUTO.
           MOVE  W-DA-AAAA  TO  W-DA-ANYO
           MOVE  W-DA-MM    TO  W-DA-MES
           IF    W-DA-MES  <  3
                 SUBTRACT 1   FROM  W-DA-ANYO
                 ADD      12  TO    W-DA-MES
           END-IF
           COMPUTE W-DA-NUMERO  =  W-DA-ANYO * 365 + W-DA-DD
           DIVIDE  W-DA-ANYO  BY  4    GIVING  W-DA-COCIENTE
           ADD     W-DA-COCIENTE       TO    W-DA-NUMERO
           DIVIDE  W-DA-ANYO  BY  100  GIVING  W-DA-COCIENTE
           SUBTRACT W-DA-COCIENTE      FROM  W-DA-NUMERO
           DIVIDE  W-DA-ANYO  BY  400  GIVING  W-DA-COCIENTE
           ADD     W-DA-COCIENTE       TO    W-DA-NUMERO
           COMPUTE W-DA-AUX  =  ( W-DA-MES + 1 ) * 153
           DIVIDE  W-DA-AUX   BY  5    GIVING  W-DA-COCIENTE
           ADD     W-DA-COCIENTE       TO    W-DA-NUMERO.

      *=================================================================
      * CARGA-CRUCE: PROCEDIMIENTO DE ENTRADA DEL SORT. ENTREGA LAS
      *      FILAS DEL REGISTRO, DE PE0001W Y DE PE0003W EN EL ESPACIO
      *      DE DOCUMENTOS, CON UNA MARCA DE EMPRESA POR CADA FILA DEL
      *      REGISTRO Y POR CADA CAMBIO DE NUMPERSEMP EN LOS NUESTROS.
      *
       CARGA-CRUCE.
           PERFORM TRATA-REGCEN  UNTIL  FIN-REGCEN
           PERFORM LEE-01A
           PERFORM TRATA-01A     UNTIL  FIN-01A
           PERFORM LEE-03A
           PERFORM TRATA-03A     UNTIL  FIN-03A.

       LEE-REGCEN.
           READ  REGCEN
           EVALUATE FS-REGCEN
           WHEN     '00'
                 ADD   1           TO  REG-LEIDOS-REG
           WHEN     '10'
                 SET   FIN-REGCEN  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO REGCEN ' FS-REGCEN
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-REGCEN: LA FILA DEL REGISTRO NECESITA LOS DOS DOCUMENTOS
      *      Y UN PORCENTAJE ENTRE 0 Y 100. UN DOCUMENTO QUE EMPIECE
      *      POR '#' CHOCARIA CON LOS SUSTITUTOS DE LAS PERSONAS SIN
      *      NUMIDENT Y TAMBIEN SE RECHAZA.
      *
       TRATA-REGCEN.
           IF    PE8062R-IDENT-EMP  =  SPACES
           OR    PE8062R-IDENT-TIT  =  SPACES
           OR    PE8062R-IDENT-EMP(1:1)  =  WLT-SIN-IDENT
           OR    PE8062R-IDENT-TIT(1:1)  =  WLT-SIN-IDENT
           OR    PE8062R-PORCENTAJE  NOT NUMERIC
                 ADD   1  TO  REG-RECHAZADOS-REG
                 DISPLAY 'FILA DEL REGISTRO RECHAZADA '
                         PE8062R-IDENT-EMP ' ' PE8062R-IDENT-TIT
           ELSE
                 IF    PE8062R-PORCENTAJE  >  100
                       ADD   1  TO  REG-RECHAZADOS-REG
                       DISPLAY 'FILA DEL REGISTRO RECHAZADA '
                               PE8062R-IDENT-EMP ' ' PE8062R-IDENT-TIT
                 ELSE
                       MOVE  SPACES              TO  SD-CRUCE
                       MOVE  PE8062R-IDENT-EMP   TO  SRT-IDENT-EMP
                       MOVE  LOW-VALUES          TO  SRT-IDENT-TIT
                       MOVE  WLT-ORIGEN-REG      TO  SRT-ORIGEN
                       MOVE  ZEROS               TO  SRT-NUMPERSEMP
                                                     SRT-NUMPERSACC
                                                     SRT-PORCENTAJE
                       RELEASE SD-CRUCE
                       MOVE  PE8062R-IDENT-TIT   TO  SRT-IDENT-TIT
                       MOVE  PE8062R-PORCENTAJE  TO  SRT-PORCENTAJE
                       MOVE  PE8062R-NATURALEZA  TO  SRT-NATURALEZA
                       RELEASE SD-CRUCE
                 END-IF
           END-IF
           PERFORM LEE-REGCEN.

       LEE-01A.
           READ  PE01ACT  INTO  W-REG-01A
           EVALUATE FS-PE01ACT
           WHEN     '00'
                 ADD   1         TO  REG-LEIDOS-01A
           WHEN     '10'
                 SET   FIN-01A   TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE01ACT ' FS-PE01ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-01A: TITULAR REAL DEL DIA. LA MARCA 'O' DICE QUE LA
      *      EMPRESA TIENE TITULAR NUESTRO; LA FILA DE PAREJA LLEVA EL
      *      PORPARTEMP DE LA VENTANA.
      *
       TRATA-01A.
           MOVE  SPACES  TO  SD-CRUCE
           IF    A1-NUMPERSEMP  NOT =  W-EMP-ANT-01
                 MOVE  A1-NUMPERSEMP  TO  W-EMP-ANT-01
                 MOVE  A1-NUMPERSEMP  TO  W-NUMPERS-BUSCA
                 PERFORM  BUSCA-IDENT
                 MOVE  W-IDENT-RES    TO  W-IDENT-EMP-01
                 MOVE  W-IDENT-EMP-01 TO  SRT-IDENT-EMP
                 MOVE  LOW-VALUES     TO  SRT-IDENT-TIT
                 MOVE  WLT-ORIGEN-UBO TO  SRT-ORIGEN
                 MOVE  A1-NUMPERSEMP  TO  SRT-NUMPERSEMP
                 MOVE  ZEROS          TO  SRT-NUMPERSACC
                                          SRT-PORCENTAJE
                 RELEASE SD-CRUCE
           END-IF
           MOVE  A1-NUMPERSACC  TO  W-NUMPERS-BUSCA
           PERFORM  BUSCA-IDENT
           MOVE  W-IDENT-EMP-01 TO  SRT-IDENT-EMP
           MOVE  W-IDENT-RES    TO  SRT-IDENT-TIT
           MOVE  WLT-ORIGEN-UBO TO  SRT-ORIGEN
           MOVE  A1-NUMPERSEMP  TO  SRT-NUMPERSEMP
           MOVE  A1-NUMPERSACC  TO  SRT-NUMPERSACC
           MOVE  A1-PORPARTEMP  TO  SRT-PORCENTAJE
           RELEASE SD-CRUCE
           PERFORM LEE-01A.

       LEE-03A.
           READ  PE03ACT  INTO  W-REG-03A
           EVALUATE FS-PE03ACT
           WHEN     '00'
                 ADD   1         TO  REG-LEIDOS-03A
           WHEN     '10'
                 SET   FIN-03A   TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO PE03ACT ' FS-PE03ACT
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

      *=================================================================
      * TRATA-03A: GRUPO AUDITADO DEL DIA (TITULAR O NO). LA MARCA 'P'
      *      DICE QUE LA EMPRESA ESTA EN NUESTRO RESULTADO; LA FILA DE
      *      PAREJA LLEVA EL CAMINO, EL PORCENTAJE ACUMULADO Y LA
      *      MEDIDA. EL SEGUNDO REGISTRO DE FIDEICOMISO (CAMINO '6') SE
      *      DESCARTA: EL CAMINO QUE CUENTA ES EL PRINCIPAL DEL GRUPO.
      *
       TRATA-03A.
           IF    A3-CAMINO  NOT =  WLT-CAMINO-FID
                 MOVE  SPACES  TO  SD-CRUCE
                 IF    A3-NUMPERSEMP  NOT =  W-EMP-ANT-03
                       MOVE  A3-NUMPERSEMP  TO  W-EMP-ANT-03
                       MOVE  A3-NUMPERSEMP  TO  W-NUMPERS-BUSCA
                       PERFORM  BUSCA-IDENT
                       MOVE  W-IDENT-RES    TO  W-IDENT-EMP-03
                       MOVE  W-IDENT-EMP-03 TO  SRT-IDENT-EMP
                       MOVE  LOW-VALUES     TO  SRT-IDENT-TIT
                       MOVE  WLT-ORIGEN-AUD TO  SRT-ORIGEN
                       MOVE  A3-NUMPERSEMP  TO  SRT-NUMPERSEMP
                       MOVE  ZEROS          TO  SRT-NUMPERSACC
                                                SRT-PORCENTAJE
                       RELEASE SD-CRUCE
                 END-IF
                 MOVE  A3-NUMPERSACC  TO  W-NUMPERS-BUSCA
                 PERFORM  BUSCA-IDENT
                 MOVE  W-IDENT-EMP-03 TO  SRT-IDENT-EMP
                 MOVE  W-IDENT-RES    TO  SRT-IDENT-TIT
                 MOVE  WLT-ORIGEN-AUD TO  SRT-ORIGEN
                 MOVE  A3-NUMPERSEMP  TO  SRT-NUMPERSEMP
                 MOVE  A3-NUMPERSACC  TO  SRT-NUMPERSACC
                 MOVE  A3-PORACUM     TO  SRT-PORCENTAJE
                 MOVE  A3-CAMINO      TO  SRT-CAMINO
                 MOVE  A3-MEDIDA      TO  SRT-MEDIDA
                 RELEASE SD-CRUCE
           END-IF
           PERFORM LEE-03A.

      *=================================================================
      * BUSCA-IDENT: DOCUMENTO (NUMIDENT) DE W-NUMPERS-BUSCA EN EL KSDS
      *      DE NOMBRES. SIN FICHA O SIN DOCUMENTO SE USA EL SUSTITUTO
      *      '#' + NUMPERS, QUE NUNCA CASA CON EL REGISTRO Y DEJA LA
      *      PERSONA IDENTIFICADA EN LA DISCREPANCIA. DOS NUMPERS CON
      *      EL MISMO DOCUMENTO SE CRUZAN COMO UNA SOLA PERSONA, QUE ES
      *      COMO LAS VE EL REGISTRO.
      *
       BUSCA-IDENT.
           MOVE  W-NUMPERS-BUSCA  TO  NOM-NUMPERSONA
           READ  NOMBRES
                 INVALID KEY
                       MOVE  SPACES  TO  NOM-NUMIDENT
           END-READ
           IF    NOM-NUMIDENT  =  SPACES
                 ADD   1                TO  CNT-SIN-IDENT
                 MOVE  SPACES           TO  W-IDENT-RES
                 MOVE  WLT-SIN-IDENT    TO  W-IDENT-RES(1:1)
                 MOVE  W-NUMPERS-BUSCA  TO  W-IDENT-RES(2:9)
           ELSE
                 MOVE  NOM-NUMIDENT     TO  W-IDENT-RES
           END-IF.

      *=================================================================
      * CRUZA: RECORRIDO DE LA SALIDA DEL SORT POR EMPRESA. PRIMERO
      *      LAS MARCAS DE EMPRESA (TITULAR A LOW-VALUES), LUEGO LAS
      *      PAREJAS, QUE ASI SE CLASIFICAN SABIENDO YA SI LA EMPRESA
      *      ESTA EN CADA LADO.
      *
       CRUZA.
           OPEN  INPUT    CRUCEWK
           IF    FS-CRUCEWK  NOT EQUAL '00'
                 DISPLAY 'ERROR AL ABRIR CRUCEWK ' FS-CRUCEWK
                 PERFORM ABNORMAL-ENDING
           END-IF
           PERFORM LEE-CRUCE
           PERFORM TRATA-EMPRESA  UNTIL  FIN-CRUCE
           CLOSE CRUCEWK.

       LEE-CRUCE.
           READ  CRUCEWK  INTO  W-CRUCE
           EVALUATE FS-CRUCEWK
           WHEN     '00'
                 CONTINUE
           WHEN     '10'
                 SET   FIN-CRUCE  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR LEYENDO CRUCEWK ' FS-CRUCEWK
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       TRATA-EMPRESA.
           MOVE  SPACES        TO  W-EMPRESA
           MOVE  CR-IDENT-EMP  TO  EM-IDENT-EMP
           MOVE  ZEROS         TO  EM-NUMPERSEMP
           ADD   1             TO  CNT-EMPRESAS
           PERFORM ANOTA-MARCA
                   UNTIL FIN-CRUCE
                      OR CR-IDENT-EMP  NOT =  EM-IDENT-EMP
                      OR CR-IDENT-TIT  NOT =  LOW-VALUES
           PERFORM TRATA-PAREJA
                   UNTIL FIN-CRUCE
                      OR CR-IDENT-EMP  NOT =  EM-IDENT-EMP
           PERFORM CLASIFICA-EMPRESA.

       ANOTA-MARCA.
           EVALUATE CR-ORIGEN
           WHEN  WLT-ORIGEN-REG
                 MOVE  'S'  TO  EM-REGISTRO
           WHEN  WLT-ORIGEN-AUD
                 MOVE  'S'  TO  EM-NUESTRA
                 MOVE  CR-NUMPERSEMP  TO  EM-NUMPERSEMP
           WHEN  OTHER
                 MOVE  'S'  TO  EM-NUESTRA  EM-CON-UBO
                 MOVE  CR-NUMPERSEMP  TO  EM-NUMPERSEMP
           END-EVALUATE
           PERFORM LEE-CRUCE.

      *=================================================================
      * TRATA-PAREJA: COLAPSA LAS FILAS DE UNA PAREJA EMPRESA/TITULAR
      *      Y LA CLASIFICA.
      *
       TRATA-PAREJA.
           MOVE  SPACES        TO  W-PAREJA
           MOVE  CR-IDENT-TIT  TO  PR-IDENT-TIT
           MOVE  ZEROS         TO  PR-NUMPERSACC
                                   PR-PCT-REGISTRO
                                   PR-PCT-01
                                   PR-PORACUM
                                   PR-PCT-NUESTRO
           PERFORM ACUMULA-PAREJA
                   UNTIL FIN-CRUCE
                      OR CR-IDENT-EMP  NOT =  EM-IDENT-EMP
                      OR CR-IDENT-TIT  NOT =  PR-IDENT-TIT
           PERFORM CLASIFICA-PAREJA.

      *=================================================================
      * ACUMULA-PAREJA: DE LAS FILAS DE AUDITORIA DE LA PAREJA SE TOMA
      *      LA PRIMERA. EL SORT LAS ORDENA POR CAMINO, ASI QUE EL
      *      CAMINO PRINCIPAL DEL GRUPO ('1' A '5') VA POR DELANTE DEL
      *      DECLARADO ('7') O DE LA IDENTIDAD DUPLICADA ('8') QUE
      *      COMPARTEN CLAVE CON EL.
      *
       ACUMULA-PAREJA.
           EVALUATE CR-ORIGEN
           WHEN  WLT-ORIGEN-REG
                 IF    NOT PAR-EN-REGISTRO
                       MOVE  'S'             TO  PR-REGISTRO
                       MOVE  CR-NATURALEZA   TO  PR-NATURALEZA
                 END-IF
                 IF    CR-PORCENTAJE  >  PR-PCT-REGISTRO
                       MOVE  CR-PORCENTAJE   TO  PR-PCT-REGISTRO
                 END-IF
           WHEN  WLT-ORIGEN-AUD
                 IF    NOT PAR-EN-AUDITORIA
                       MOVE  'S'             TO  PR-AUDITORIA
                       MOVE  CR-CAMINO       TO  PR-CAMINO
                       MOVE  CR-PORCENTAJE   TO  PR-PORACUM
                       MOVE  CR-MEDIDA       TO  PR-MEDIDA
                       MOVE  CR-NUMPERSACC   TO  PR-NUMPERSACC
                 END-IF
           WHEN  OTHER
                 MOVE  'S'                   TO  PR-UBO
                 MOVE  CR-NUMPERSACC         TO  PR-NUMPERSACC
                 IF    CR-PORCENTAJE  >  PR-PCT-01
                       MOVE  CR-PORCENTAJE   TO  PR-PCT-01
                 END-IF
           END-EVALUATE
           PERFORM LEE-CRUCE.

      *=================================================================
      * CLASIFICA-PAREJA: EN LOS CAMINOS DE PORCENTAJE Y DECLARADO, Y
      *      EN LOS GRUPOS QUE NO SON TITULAR, NUESTRO PORCENTAJE ES EL
      *      ACUMULADO DE LA AUDITORIA (EL QUE SE MIDE CONTRA EE003);
      *      EN LOS DEMAS, EL MAYOR PORPARTEMP DE PE0001W. SI EL TITULAR
      *      SUPERA EL MINIMO SOLO POR VOTOS EL ACUMULADO ES DE VOTOS Y
      *      EL REGISTRO DA CAPITAL: SE TOMA TAMBIEN EL PORPARTEMP.
      *
       CLASIFICA-PAREJA.
           IF    PAR-EN-AUDITORIA
           AND ( NOT PAR-UBO-NUESTRO
              OR ( NOT PAR-MEDIDA-VOTOS
               AND ( PR-CAMINO  =  WLT-CAMINO-PCT
                  OR PR-CAMINO  =  WLT-CAMINO-IDENT
                  OR PR-CAMINO  =  WLT-CAMINO-DECL ) ) )
                 MOVE  PR-PORACUM  TO  PR-PCT-NUESTRO
           ELSE
                 MOVE  PR-PCT-01   TO  PR-PCT-NUESTRO
           END-IF
           EVALUATE TRUE
           WHEN  PAR-EN-REGISTRO  AND  PAR-UBO-NUESTRO
                 PERFORM  COMPARA-PORCENTAJE
           WHEN  PAR-EN-REGISTRO
                 IF    EMP-EN-NUESTRO
                       MOVE  'RE'  TO  PR-CLASE
                 ELSE
                       MOVE  'FN'  TO  PR-CLASE
                 END-IF
           WHEN  PAR-UBO-NUESTRO
                 IF    EMP-EN-REGISTRO
                       MOVE  'NU'  TO  PR-CLASE
                 ELSE
                       MOVE  'FR'  TO  PR-CLASE
                 END-IF
           WHEN  OTHER
      *          GRUPO NUESTRO SIN TITULARIDAD QUE EL REGISTRO TAMPOCO
      *          RECOGE: NADA QUE COMPARAR
                 CONTINUE
           END-EVALUATE
           EVALUATE PR-CLASE
           WHEN  'CO'
                 ADD   1    TO  CNT-PAR-CO
                 MOVE  'S'  TO  EM-HAY-CO
           WHEN  'RE'
                 ADD   1    TO  CNT-PAR-RE
                 MOVE  'S'  TO  EM-HAY-RE
                 PERFORM  REGISTRA-DISCREPANCIA
           WHEN  'NU'
                 ADD   1    TO  CNT-PAR-NU
                 MOVE  'S'  TO  EM-HAY-NU
                 PERFORM  REGISTRA-DISCREPANCIA
           WHEN  'PD'
                 ADD   1    TO  CNT-PAR-PD
                 MOVE  'S'  TO  EM-HAY-PD
                 PERFORM  REGISTRA-DISCREPANCIA
           WHEN  'FN'
                 ADD   1    TO  CNT-PAR-FN
                 PERFORM  REGISTRA-DISCREPANCIA
           WHEN  'FR'
                 ADD   1    TO  CNT-PAR-FR
                 PERFORM  REGISTRA-DISCREPANCIA
           WHEN  OTHER
                 CONTINUE
           END-EVALUATE.

      *=================================================================
      * COMPARA-PORCENTAJE: TITULAR EN LOS DOS LADOS. FIRMA ('2') Y
      *      DIRECTIVO ('3') SON CONTROL POR OTROS MEDIOS Y SU
      *      PORCENTAJE NO ES COMPARABLE: BASTA CON QUE COINCIDA LA
      *      PERSONA. LA IDENTIDAD DUPLICADA ('8') SE MIDE POR
      *      PORCENTAJE COMO EL CAMINO '1'.
      *
       COMPARA-PORCENTAJE.
           MOVE  'CO'  TO  PR-CLASE
           IF    PR-CAMINO  =  WLT-CAMINO-PCT
           OR    PR-CAMINO  =  WLT-CAMINO-IDENT
           OR    PR-CAMINO  =  WLT-CAMINO-DECL
                 IF    PR-PCT-REGISTRO  >  PR-PCT-NUESTRO
                       COMPUTE W-DIFERENCIA  =
                               PR-PCT-REGISTRO - PR-PCT-NUESTRO
                 ELSE
                       COMPUTE W-DIFERENCIA  =
                               PR-PCT-NUESTRO - PR-PCT-REGISTRO
                 END-IF
                 IF    W-DIFERENCIA  >  W-TOLERANCIA
                       MOVE  'PD'  TO  PR-CLASE
                 END-IF
           END-IF.

      *=================================================================
      * CLASIFICA-EMPRESA: UNA EMPRESA CON DISCREPANCIAS DE VARIAS
      *      CLASES CUENTA EN CADA UNA DE ELLAS.
      *
       CLASIFICA-EMPRESA.
           EVALUATE TRUE
           WHEN  EMP-EN-REGISTRO  AND  NOT EMP-EN-NUESTRO
                 ADD   1  TO  CNT-EMP-SIN-NUESTRO
           WHEN  EMP-CON-UBO  AND  NOT EMP-EN-REGISTRO
                 ADD   1  TO  CNT-EMP-SIN-REGISTRO
           WHEN  NOT EMP-EN-REGISTRO
                 ADD   1  TO  CNT-EMP-SIN-UBO
           WHEN  OTHER
                 IF    EMP-HAY-RE
                       ADD   1  TO  CNT-EMP-CON-RE
                 END-IF
                 IF    EMP-HAY-NU
                       ADD   1  TO  CNT-EMP-CON-NU
                 END-IF
                 IF    EMP-HAY-PD
                       ADD   1  TO  CNT-EMP-CON-PD
                 END-IF
                 IF    NOT EMP-HAY-RE
                 AND   NOT EMP-HAY-NU
                 AND   NOT EMP-HAY-PD
                       ADD   1  TO  CNT-EMP-COINCIDE
                 END-IF
           END-EVALUATE.

      *=================================================================
      * REGISTRA-DISCREPANCIA: ENVEJECE LA PAREJA EN EL MAESTRO Y LA
      *      GRABA EN EL FICHERO DEL DIA CON SU ANTIGUEDAD.
      *
       REGISTRA-DISCREPANCIA.
           ADD   1  TO  CNT-DISCREPANCIAS
           PERFORM  BUSCA-DISCREPANCIA
           IF    DISC-EXISTE
                 PERFORM  ACTUALIZA-DISCREPANCIA
           ELSE
                 PERFORM  ABRE-DISCREPANCIA
           END-IF
           MOVE  DRG-FECPRIMERA  TO  W-DA-FECHA
           PERFORM  CALCULA-DIA-ABSOLUTO
           COMPUTE W-DIAS-ANTIG  =  W-DA-HOY - W-DA-NUMERO + 1
           MOVE  SPACES           TO  REG-DISCREP
           MOVE  W-FECHA-HOY      TO  PE8062X-FECHA
           MOVE  PR-CLASE         TO  PE8062X-CLASE
           MOVE  EM-IDENT-EMP     TO  PE8062X-IDENT-EMP
           MOVE  PR-IDENT-TIT     TO  PE8062X-IDENT-TIT
           MOVE  EM-NUMPERSEMP    TO  PE8062X-NUMPERSEMP
           MOVE  PR-NUMPERSACC    TO  PE8062X-NUMPERSACC
           MOVE  PR-PCT-REGISTRO  TO  PE8062X-PCT-REGISTRO
           MOVE  PR-PCT-NUESTRO   TO  PE8062X-PCT-NUESTRO
           MOVE  PR-NATURALEZA    TO  PE8062X-NATURALEZA
           MOVE  PR-CAMINO        TO  PE8062X-CAMINO
           MOVE  DRG-FECPRIMERA   TO  PE8062X-FECPRIMERA
           MOVE  W-DIAS-ANTIG     TO  PE8062X-DIAS
           WRITE REG-DISCREP
           IF    FS-DISCREP  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR DISCREP ' FS-DISCREP
                 PERFORM ABNORMAL-ENDING
           END-IF.

       BUSCA-DISCREPANCIA.
           MOVE  'N'           TO  W-EXISTE
           MOVE  EM-IDENT-EMP  TO  DRG-IDENT-EMP
           MOVE  PR-IDENT-TIT  TO  DRG-IDENT-TIT
           READ  DISCREG
                 INVALID KEY      CONTINUE
                 NOT INVALID KEY  MOVE  'S'  TO  W-EXISTE
           END-READ.

       ABRE-DISCREPANCIA.
           MOVE  SPACES          TO  REG-DISCREG
           MOVE  EM-IDENT-EMP    TO  DRG-IDENT-EMP
           MOVE  PR-IDENT-TIT    TO  DRG-IDENT-TIT
           SET   DRG-ABIERTA     TO  TRUE
           MOVE  PR-CLASE        TO  DRG-CLASE
           MOVE  EM-NUMPERSEMP   TO  DRG-NUMPERSEMP
           MOVE  PR-NUMPERSACC   TO  DRG-NUMPERSACC
           MOVE  W-FECHA-HOY     TO  DRG-FECPRIMERA
           MOVE  W-FECHA-HOY     TO  DRG-FECULTIMA
           MOVE  1               TO  DRG-EJECUCIONES
           MOVE  SPACES          TO  DRG-FECRESOL
           WRITE REG-DISCREG
           IF    FS-DISCREG  NOT EQUAL '00'
                 DISPLAY 'ERROR AL GRABAR DISCREPANCIA ' DRG-CLAVE
                         ' FS=' FS-DISCREG
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1               TO  CNT-NUEVAS.

      *=================================================================
      * ACTUALIZA-DISCREPANCIA: UNA CERRADA QUE REAPARECE ES UN EPISODIO
      *      NUEVO; UNA ABIERTA SE PRORROGA (SALVO REEJECUCION EN EL
      *      MISMO DIA) Y TOMA LA CLASE DE HOY, SIN PERDER SU FECHA DE
      *      PRIMERA DETECCION.
      *
       ACTUALIZA-DISCREPANCIA.
           IF    DRG-CERRADA
                 SET   DRG-ABIERTA    TO  TRUE
                 MOVE  W-FECHA-HOY    TO  DRG-FECPRIMERA
                 MOVE  W-FECHA-HOY    TO  DRG-FECULTIMA
                 MOVE  1              TO  DRG-EJECUCIONES
                 MOVE  SPACES         TO  DRG-FECRESOL
                 ADD   1              TO  CNT-REABIERTAS
           ELSE
                 IF    DRG-FECULTIMA  NOT EQUAL  W-FECHA-HOY
                       ADD   1            TO  DRG-EJECUCIONES
                       MOVE  W-FECHA-HOY  TO  DRG-FECULTIMA
                 END-IF
           END-IF
           MOVE  PR-CLASE        TO  DRG-CLASE
           MOVE  EM-NUMPERSEMP   TO  DRG-NUMPERSEMP
           MOVE  PR-NUMPERSACC   TO  DRG-NUMPERSACC
           REWRITE REG-DISCREG
           IF    FS-DISCREG  NOT EQUAL '00'
                 DISPLAY 'ERROR AL REGRABAR DISCREPANCIA ' DRG-CLAVE
                         ' FS=' FS-DISCREG
                 PERFORM ABNORMAL-ENDING
           END-IF.

      *=================================================================
      * CIERRA-Y-ENVEJECE: RECORRIDO COMPLETO DEL MAESTRO. LAS ABIERTAS
      *      QUE HOY NO HAN APARECIDO SE CIERRAN CON FECHA DE
      *      RESOLUCION; LAS QUE SIGUEN SE ACUMULAN POR TRAMO DE
      *      ANTIGUEDAD EN DIAS.
      *
       CIERRA-Y-ENVEJECE.
           MOVE  LOW-VALUES  TO  DRG-CLAVE
           START DISCREG  KEY NOT LESS  DRG-CLAVE
           IF    FS-DISCREG  NOT EQUAL '00'
      *          MAESTRO VACIO: NADA QUE CERRAR
                 SET  FIN-DISCREG  TO  TRUE
           END-IF
           PERFORM RECORRE-MAESTRO  UNTIL  FIN-DISCREG.

       RECORRE-MAESTRO.
           READ  DISCREG  NEXT
           EVALUATE FS-DISCREG
           WHEN     '00'
                 IF    DRG-ABIERTA
                       IF    DRG-FECULTIMA  NOT EQUAL  W-FECHA-HOY
                             PERFORM  CIERRA-DISCREPANCIA
                       ELSE
                             PERFORM  ENVEJECE-ABIERTA
                       END-IF
                 END-IF
           WHEN     '10'
                 SET       FIN-DISCREG  TO  TRUE
           WHEN  OTHER
                 DISPLAY 'ERROR RECORRIENDO DISCREG ' FS-DISCREG
                 PERFORM ABNORMAL-ENDING
           END-EVALUATE.

       CIERRA-DISCREPANCIA.
           SET   DRG-CERRADA    TO  TRUE
           MOVE  W-FECHA-HOY    TO  DRG-FECRESOL
           REWRITE REG-DISCREG
           IF    FS-DISCREG  NOT EQUAL '00'
                 DISPLAY 'ERROR AL CERRAR DISCREPANCIA ' DRG-CLAVE
                         ' FS=' FS-DISCREG
                 PERFORM ABNORMAL-ENDING
           END-IF
           ADD   1              TO  CNT-CERRADAS-HOY.

       ENVEJECE-ABIERTA.
           ADD   1  TO  CNT-ABIERTAS
           MOVE  DRG-FECPRIMERA  TO  W-DA-FECHA
           PERFORM  CALCULA-DIA-ABSOLUTO
           COMPUTE W-DIAS-ANTIG  =  W-DA-HOY - W-DA-NUMERO + 1
           EVALUATE TRUE
           WHEN  W-DIAS-ANTIG  NOT GREATER  WLT-TRAMO-1
                 ADD   1  TO  CNT-TRAMO-1-7
           WHEN  W-DIAS-ANTIG  NOT GREATER  WLT-TRAMO-2
                 ADD   1  TO  CNT-TRAMO-8-30
           WHEN  W-DIAS-ANTIG  NOT GREATER  WLT-TRAMO-3
                 ADD   1  TO  CNT-TRAMO-31-90
           WHEN  OTHER
                 ADD   1  TO  CNT-TRAMO-MAS-90
           END-EVALUATE.

      *=================================================================
      * ESCRIBE-RESUMEN: EMPRESAS POR CLASE, PAREJAS POR CLASE Y
      *      ANTIGUEDAD DE LAS DISCREPANCIAS ABIERTAS
      *
       ESCRIBE-RESUMEN.
           MOVE  W-FECHA-HOY  TO  LCB-FECHA
           MOVE  SPACES       TO  REG-RESUMEN
           WRITE REG-RESUMEN  FROM  LINEA-CABECERA
           MOVE  'EMPRESAS'                          TO  LBL-TITULO
           PERFORM  ESCRIBE-LINEA-BLOQUE
           MOVE  'EMPRESAS CRUZADAS'                 TO  LTO-ETIQUETA
           MOVE  CNT-EMPRESAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'COINCIDENTES'                      TO  LTO-ETIQUETA
           MOVE  CNT-EMP-COINCIDE                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CON TITULAR SOLO EN EL REGISTRO'   TO  LTO-ETIQUETA
           MOVE  CNT-EMP-CON-RE                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CON TITULAR SOLO EN NUESTRO RESULTADO'
                                                     TO  LTO-ETIQUETA
           MOVE  CNT-EMP-CON-NU                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CON PORCENTAJE FUERA DE TOLERANCIA' TO  LTO-ETIQUETA
           MOVE  CNT-EMP-CON-PD                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'DEL REGISTRO AUSENTES EN NUESTRO LADO' TO LTO-ETIQUETA
           MOVE  CNT-EMP-SIN-NUESTRO                 TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CON TITULAR NUESTRO AUSENTES DEL REG.' TO LTO-ETIQUETA
           MOVE  CNT-EMP-SIN-REGISTRO                TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'SIN TITULAR EN NINGUN LADO'        TO  LTO-ETIQUETA
           MOVE  CNT-EMP-SIN-UBO                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PAREJAS EMPRESA/TITULAR'           TO  LBL-TITULO
           PERFORM  ESCRIBE-LINEA-BLOQUE
           MOVE  'CO COINCIDENTES'                   TO  LTO-ETIQUETA
           MOVE  CNT-PAR-CO                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'RE TITULAR SOLO EN EL REGISTRO'    TO  LTO-ETIQUETA
           MOVE  CNT-PAR-RE                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'NU TITULAR SOLO EN NUESTRO RESULTADO'
                                                     TO  LTO-ETIQUETA
           MOVE  CNT-PAR-NU                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'PD PORCENTAJE FUERA DE TOLERANCIA' TO  LTO-ETIQUETA
           MOVE  CNT-PAR-PD                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'FN EMPRESA AUSENTE EN NUESTRO LADO' TO  LTO-ETIQUETA
           MOVE  CNT-PAR-FN                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'FR EMPRESA AUSENTE DEL REGISTRO'   TO  LTO-ETIQUETA
           MOVE  CNT-PAR-FR                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'DISCREPANCIAS ABIERTAS'            TO  LBL-TITULO
           PERFORM  ESCRIBE-LINEA-BLOQUE
           MOVE  'TRAMO 1-7 DIAS'                    TO  LTO-ETIQUETA
           MOVE  CNT-TRAMO-1-7                       TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TRAMO 8-30 DIAS'                   TO  LTO-ETIQUETA
           MOVE  CNT-TRAMO-8-30                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TRAMO 31-90 DIAS'                  TO  LTO-ETIQUETA
           MOVE  CNT-TRAMO-31-90                     TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TRAMO +90 DIAS'                    TO  LTO-ETIQUETA
           MOVE  CNT-TRAMO-MAS-90                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'TOTAL ABIERTAS'                    TO  LTO-ETIQUETA
           MOVE  CNT-ABIERTAS                        TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'NUEVAS EN ESTA EJECUCION'          TO  LTO-ETIQUETA
           MOVE  CNT-NUEVAS                          TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'REABIERTAS EN ESTA EJECUCION'      TO  LTO-ETIQUETA
           MOVE  CNT-REABIERTAS                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'RESUELTAS EN ESTA EJECUCION'       TO  LTO-ETIQUETA
           MOVE  CNT-CERRADAS-HOY                    TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CALIDAD DE LAS ENTRADAS'           TO  LBL-TITULO
           PERFORM  ESCRIBE-LINEA-BLOQUE
           MOVE  'FILAS DEL REGISTRO LEIDAS'         TO  LTO-ETIQUETA
           MOVE  REG-LEIDOS-REG                      TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'FILAS DEL REGISTRO RECHAZADAS'     TO  LTO-ETIQUETA
           MOVE  REG-RECHAZADOS-REG                  TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL
           MOVE  'CONSULTAS A NOMBRES SIN NUMIDENT'  TO  LTO-ETIQUETA
           MOVE  CNT-SIN-IDENT                       TO  LTO-CONTADOR
           PERFORM  ESCRIBE-LINEA-TOTAL.

       ESCRIBE-LINEA-BLOQUE.
           MOVE  SPACES  TO  REG-RESUMEN
           WRITE REG-RESUMEN  FROM  LINEA-BLOQUE.

       ESCRIBE-LINEA-TOTAL.
           MOVE  SPACES  TO  REG-RESUMEN
           WRITE REG-RESUMEN  FROM  LINEA-TOTAL.

       FIN-PROCESO.
           MOVE    REG-LEIDOS-REG   TO        REG-TOTAL
           DISPLAY 'FILAS LEIDAS DEL REGISTRO    ' REG-TOTAL
           MOVE    REG-RECHAZADOS-REG TO      REG-TOTAL
           DISPLAY 'FILAS RECHAZADAS DEL REGISTRO' REG-TOTAL
           MOVE    REG-LEIDOS-01A   TO        REG-TOTAL
           DISPLAY 'REGISTROS EN PE0001W         ' REG-TOTAL
           MOVE    REG-LEIDOS-03A   TO        REG-TOTAL
           DISPLAY 'REGISTROS EN PE0003W         ' REG-TOTAL
           MOVE    CNT-SIN-IDENT    TO        REG-TOTAL
           DISPLAY 'CONSULTAS SIN NUMIDENT       ' REG-TOTAL
           MOVE    CNT-DISCREPANCIAS TO       REG-TOTAL
           DISPLAY 'DISCREPANCIAS DEL DIA        ' REG-TOTAL
           MOVE    CNT-ABIERTAS     TO        REG-TOTAL
           DISPLAY 'DISCREPANCIAS ABIERTAS       ' REG-TOTAL
           MOVE    CNT-CERRADAS-HOY TO        REG-TOTAL
           DISPLAY 'DISCREPANCIAS RESUELTAS      ' REG-TOTAL
           EVALUATE TRUE
           WHEN  REG-RECHAZADOS-REG  >  ZEROS
                 DISPLAY 'AVISO: FILAS DEL REGISTRO RECHAZADAS, '
                         'REVISAR LA DESCARGA'
                 MOVE  WLT-RC-RECHAZOS  TO  RETURN-CODE
           WHEN  CNT-DISCREPANCIAS  >  ZEROS
                 DISPLAY 'AVISO: HAY DISCREPANCIAS CON EL REGISTRO '
                         'CENTRAL, COMUNICAR EL FICHERO DISCREP'
                 MOVE  WLT-RC-DISCREP   TO  RETURN-CODE
           WHEN  OTHER
                 MOVE  WLT-RC-OK        TO  RETURN-CODE
           END-EVALUATE
           CLOSE    REGCEN
                    PE01ACT
                    PE03ACT
                    NOMBRES
                    DISCREG
                    DISCREP
                    RESUMEN
           PERFORM ALTO-PROCESAMIENTO.

       ABNORMAL-ENDING.
           CLOSE    REGCEN
                    PE01ACT
                    PE03ACT
                    NOMBRES
                    DISCREG
                    DISCREP
                    RESUMEN
           MOVE '847'      TO      RETURN-CODE
           DISPLAY    'TERMINO ANORMAL ' RETURN-CODE
           PERFORM  ALTO-PROCESAMIENTO.

       ALTO-PROCESAMIENTO.
           GOBACK.
