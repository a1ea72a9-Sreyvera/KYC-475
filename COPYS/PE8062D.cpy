      *=================================================================
      *= PE8062D - MAESTRO DE TITULARES REALES DECLARADOS (VSAM KSDS, =
      *=           CLAVE NUMPERSEMP+NUMPERSACC). DECLARACION FIRMADA  =
      *=           POR EL CLIENTE Y CONTRASTADA POR CUMPLIMIENTO.     =
      *=           VIGENTE EN UNA FECHA F SI FECDECLA <= F < FECCADUC =
      *=================================================================
           02  PE8062D-CLAVE.
               03  PE8062D-NUMPERSEMP  PIC 9(09).
               03  PE8062D-NUMPERSACC  PIC 9(09).
           02  PE8062D-PORPARTEMP      PIC 9(03)V99.
           02  PE8062D-CODRELPEPE      PIC 9(03).
           02  PE8062D-FECDECLA        PIC X(10).
           02  PE8062D-FECCADUC        PIC X(10).
           02  PE8062D-ANALISTA        PIC X(08).
           02  PE8062D-DOCREF          PIC X(15).
           02  PE8062D-ESTADO          PIC X(01).
               88  PE8062D-VIGENTE        VALUE 'V'.
               88  PE8062D-CERRADA        VALUE 'C'.
           02  PE8062D-FECALTAREG      PIC X(08).
           02  PE8062D-FECULTMOD       PIC X(08).
           02  FILLER                  PIC X(14).
