      *=================================================================
      *= PE8062I - REGISTRO DE ENTRADA PE0001R (RELACIONES EMPRESA/   =
      *=           ACCIONISTA CON PORCENTAJE DE PARTICIPACION EN      =
      *=           CAPITAL, PORPARTEMP, Y EN DERECHOS DE VOTO,        =
      *=           PORVOTEMP)                                         =
      *=================================================================
           02  PE8062I-NUMPERSEMP      PIC S9(9) COMP.
           02  PE8062I-NUMPERSACC      PIC S9(9) COMP.
           02  PE8062I-CODTERMINA      PIC X(8).
           02  PE8062I-CODUSUARIO      PIC X(8).
           02  PE8062I-ORDEN           PIC 9(2).
           02  PE8062I-PORVOTEMP       PIC S9(3)V99 COMP-3.
