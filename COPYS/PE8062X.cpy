      *=================================================================
      *= PE8062X - DISCREPANCIA CONTRA EL REGISTRO CENTRAL DE         =
      *=           TITULARIDAD REAL, UNA POR EMPRESA Y TITULAR        =
      *=           (FORMATO FIJO DE 100 POSICIONES PARA LA            =
      *=           COMUNICACION AL REGISTRO). LAS PERSONAS SIN        =
      *=           NUMIDENT EN EL KSDS DE NOMBRES VIAJAN COMO '#' +   =
      *=           NUMPERS. NUMPERS A CERO = DESCONOCIDO EN NUESTRO   =
      *=           RESULTADO.                                         =
      *=================================================================
           02  PE8062X-FECHA           PIC X(08).
           02  PE8062X-CLASE           PIC X(02).
               88  PE8062X-SOLO-REGISTRO  VALUE 'RE'.
               88  PE8062X-SOLO-NUESTRO   VALUE 'NU'.
               88  PE8062X-DIF-PORCENTAJE VALUE 'PD'.
               88  PE8062X-EMP-SIN-NUESTRO VALUE 'FN'.
               88  PE8062X-EMP-SIN-REGISTRO VALUE 'FR'.
           02  PE8062X-IDENT-EMP       PIC X(12).
           02  PE8062X-IDENT-TIT       PIC X(12).
           02  PE8062X-NUMPERSEMP      PIC 9(09).
           02  PE8062X-NUMPERSACC      PIC 9(09).
           02  PE8062X-PCT-REGISTRO    PIC 9(03)V99.
           02  PE8062X-PCT-NUESTRO     PIC 9(03)V99.
           02  PE8062X-NATURALEZA      PIC X(02).
           02  PE8062X-CAMINO          PIC X(01).
           02  PE8062X-FECPRIMERA      PIC X(08).
           02  PE8062X-DIAS            PIC 9(05).
           02  FILLER                  PIC X(22).
