      *=================================================================
      *= PE8062P - REGISTRO DE CONTROL DE PARTICION PE0006W (UNO POR  =
      *=           PARTICION DE PE80619, TOTALES PARA LA FUSION)      =
      *=================================================================
           02  PE8062P-PARTICION       PIC 9(02).
           02  PE8062P-DESDE           PIC 9(09).
           02  PE8062P-HASTA           PIC 9(09).
           02  PE8062P-RC              PIC 9(03).
           02  PE8062P-FECHA-ASOF      PIC X(10).
           02  PE8062P-LEIDOS          PIC 9(10).
           02  PE8062P-FUERA-PARTICION PIC 9(10).
           02  PE8062P-TRATADOS        PIC 9(10).
           02  PE8062P-DESCARTES-ASOF  PIC 9(10).
           02  PE8062P-PERDIDOS-DESB   PIC 9(10).
           02  PE8062P-ORDEN-INVALIDO  PIC 9(10).
           02  PE8062P-ESCRITOS        PIC 9(10).
           02  PE8062P-EXCEPCIONES     PIC 9(10).
           02  PE8062P-AUDITORIAS      PIC 9(10).
           02  PE8062P-FECHA-DECL      PIC X(10).
           02  PE8062P-DECLARADOS      PIC 9(10).
           02  FILLER                  PIC X(07).
