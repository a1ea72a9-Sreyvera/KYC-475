      *=================================================================
      *= PE8062G - GRUPOS DE IDENTIDAD DUPLICADA (FICHERO DUPIDENT DE =
      *=           PE80665, ORDENADO POR NUMPERSACC): UNA FILA POR    =
      *=           NUMPERSONA QUE COMPARTE NUMIDENT CON OTRA. GRUPO ES=
      *=           EL MENOR NUMPERSONA DEL GRUPO (40 POSICIONES)      =
      *=================================================================
           02  PE8062G-NUMPERSACC      PIC 9(09).
           02  PE8062G-GRUPO           PIC 9(09).
           02  PE8062G-NUMIDENT        PIC X(12).
           02  PE8062G-MIEMBROS        PIC 9(03).
           02  FILLER                  PIC X(07).
