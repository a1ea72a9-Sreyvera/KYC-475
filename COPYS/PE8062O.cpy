      *=================================================================
      *= PE8062O - REGISTRO DE SALIDA PE0001W (RELACIONES CON TITULAR =
      *=           REAL LOCALIZADO; PORPARTEMP Y PORVOTEMP SON EL     =
      *=           CAPITAL Y LOS VOTOS, ACUMULADOS EN LA VENTANA)     =
      *=================================================================
           02  PE8062O-NUMPERSEMP      PIC S9(9) COMP.
           02  PE8062O-NUMPERSACC      PIC S9(9) COMP.
           02  PE8062O-CODTERMINA      PIC X(8).
           02  PE8062O-CODUSUARIO      PIC X(8).
           02  PE8062O-ORDEN           PIC 9(2).
           02  PE8062O-PORVOTEMP       PIC S9(3)V99 COMP-3.
