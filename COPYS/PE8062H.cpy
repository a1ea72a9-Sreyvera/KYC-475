      *=================================================================
      *= PE8062H - HISTORICO DE VERSIONES DE LAS TPA DE LA CADENA     =
      *=           (KSDS TPAHIS, CLAVE NUMPROP): UNA FILA POR         =
      *=           PROPUESTA DE CAMBIO. OPERACION 'M' ALTA O          =
      *=           MODIFICACION DE FILA, 'B' BAJA DE FILA. ESTADO 'P' =
      *=           PENDIENTE, 'A' APROBADA, 'R' RECHAZADA. VALOR ES EL=
      *=           REGISTRO DE LA TPA TAL CUAL; CLAVE-FILA SU CLAVE   =
      *=           (EN BLANCO EN LAS TPA DE FILA UNICA). FECHAS       =
      *=           AAAAMMDD (150 POSICIONES)                          =
      *=================================================================
           02  PE8062H-NUMPROP         PIC 9(09).
           02  PE8062H-TABLA           PIC X(08).
           02  PE8062H-CLAVE-FILA      PIC X(08).
           02  PE8062H-OPERACION       PIC X(01).
           02  PE8062H-FECVIG          PIC X(08).
           02  PE8062H-VALOR           PIC X(20).
           02  PE8062H-ESTADO          PIC X(01).
           02  PE8062H-USU-PROP        PIC X(08).
           02  PE8062H-FEC-PROP        PIC X(08).
           02  PE8062H-MOTIVO          PIC X(25).
           02  PE8062H-USU-RESOL       PIC X(08).
           02  PE8062H-FEC-RESOL       PIC X(08).
           02  PE8062H-MOTIVO-RESOL    PIC X(25).
           02  FILLER                  PIC X(13).
