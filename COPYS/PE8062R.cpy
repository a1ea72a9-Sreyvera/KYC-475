      *=================================================================
      *= PE8062R - DESCARGA PERIODICA DEL REGISTRO CENTRAL DE         =
      *=           TITULARIDAD REAL: UNA FILA POR EMPRESA Y TITULAR,  =
      *=           IDENTIFICADOS POR SU DOCUMENTO (MISMO FORMATO QUE  =
      *=           NUMIDENT DEL KSDS DE NOMBRES), CON PORCENTAJE Y    =
      *=           NATURALEZA DEL CONTROL INSCRITOS (80 POSICIONES)   =
      *=================================================================
           02  PE8062R-IDENT-EMP       PIC X(12).
           02  PE8062R-IDENT-TIT       PIC X(12).
           02  PE8062R-PORCENTAJE      PIC 9(03)V99.
           02  PE8062R-NATURALEZA      PIC X(02).
           02  PE8062R-FECINSCRIP      PIC X(10).
           02  FILLER                  PIC X(39).
