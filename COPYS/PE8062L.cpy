      *=================================================================
      *= PE8062L - REGISTRO DE ACCESOS A LA CONSULTA EN LINEA DE      =
      *=           TITULAR REAL (COLA TD PEUL): UNO POR PANTALLA      =
      *=           SERVIDA, CON USUARIO, TERMINAL, VISTA, PERSONA     =
      *=           CONSULTADA Y RESULTADO, PARA LA AUDITORIA DE       =
      *=           PROTECCION DE DATOS (100 POSICIONES)               =
      *=================================================================
           02  PE8062L-FECHA           PIC X(10).
           02  PE8062L-HORA            PIC X(08).
           02  PE8062L-USUARIO         PIC X(08).
           02  PE8062L-TERMINAL        PIC X(04).
           02  PE8062L-TRANSACCION     PIC X(04).
           02  PE8062L-VISTA           PIC X(01).
               88  PE8062L-VISTA-EMPRESA  VALUE 'E'.
               88  PE8062L-VISTA-PERSONA  VALUE 'P'.
           02  PE8062L-NUMPERSONA      PIC 9(09).
           02  PE8062L-FECCONS         PIC X(10).
           02  PE8062L-PAGINA          PIC 9(03).
           02  PE8062L-NUMLINEAS       PIC 9(05).
           02  PE8062L-RESULTADO       PIC X(01).
               88  PE8062L-CONSULTADA     VALUE 'C'.
               88  PE8062L-SIN-DATOS      VALUE 'V'.
               88  PE8062L-ENTRADA-ERRONEA VALUE 'E'.
               88  PE8062L-ERROR-TECNICO  VALUE 'T'.
           02  PE8062L-CODERROR        PIC X(08).
           02  FILLER                  PIC X(29).
