      *=================================================================
      *= PE8062A - AUDITORIA DE MANTENIMIENTO DEL MAESTRO DE TITULARES=
      *=           DECLARADOS (UNO POR MOVIMIENTO, ACEPTADO O         =
      *=           RECHAZADO, CON LA IMAGEN ANTES Y DESPUES)          =
      *=================================================================
           02  PE8062A-FECHA           PIC X(08).
           02  PE8062A-HORA            PIC X(08).
           02  PE8062A-OPERACION       PIC X(03).
           02  PE8062A-ANALISTA        PIC X(08).
           02  PE8062A-RESULTADO       PIC X(01).
               88  PE8062A-ACEPTADO       VALUE 'A'.
               88  PE8062A-RECHAZADO      VALUE 'R'.
           02  PE8062A-MOTIVO          PIC X(02).
           02  PE8062A-NUMPERSEMP      PIC 9(09).
           02  PE8062A-NUMPERSACC      PIC 9(09).
           02  PE8062A-ANTES           PIC X(100).
           02  PE8062A-DESPUES         PIC X(100).
           02  FILLER                  PIC X(02).
