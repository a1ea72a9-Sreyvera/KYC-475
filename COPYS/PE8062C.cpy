      *=================================================================
      *= PE8062C - CAMBIOS DE TITULAR REAL DEL DIA (FICHERO CAMTIT DE =
      *=           PE80650): UNA FILA POR CAMBIO DETECTADO. TIPO 'N'  =
      *=           TITULAR NUEVO, 'B' TITULAR DESAPARECIDO, 'P'       =
      *=           MOVIMIENTO DE PORPARTEMP, 'V' MOVIMIENTO DE        =
      *=           PORVOTEMP, 'C' CAMBIO DE CAMINO. FECHA AAAAMMDD    =
      *=           DE LA EJECUCION (40 POSICIONES)                    =
      *=================================================================
           02  PE8062C-NUMPERSEMP      PIC 9(09).
           02  PE8062C-NUMPERSACC      PIC 9(09).
           02  PE8062C-TIPO            PIC X(01).
           02  PE8062C-FECHA           PIC X(08).
           02  FILLER                  PIC X(13).
