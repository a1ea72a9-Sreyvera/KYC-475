//* FECINIVIG/FECFINVIG: LAS RELACIONES NUEVAS ENTRAN ABIERTAS
//* (FECFINVIG 9999-12-31, LOAD RESUME EN PAS00070), LAS QUE
//* DESAPARECEN SE CIERRAN CON LA FECHA DE NEGOCIO (UPDATE POR DSNTEP2
//* EN PAS00060) Y UN CAMBIO DE PORPARTEMP O DE PORVOTEMP (DERECHOS
//* DE VOTO) CIERRA LA FILA VIGENTE Y ABRE OTRA. LA PREGUNTA
//* RETROSPECTIVA QUEDA ASI EN UNA CONSULTA SQL CON BETWEEN SOBRE LAS
//* FECHAS DE VIGENCIA.
//* JPE8081D (LA EJECUCION NOCTURNA DE PE80619) DEBE REGISTRARSE EN
//* REGCTL COMO JPE8080D (PE80645 INI/FIN) PARA QUE PAS00015 PUEDA
//* RECLAMAR EL CONSUMO DE SU PE0001W: UNA SEGUNDA PASADA DE ESTE JOB
//* CONTRA EL MISMO PE0001W DOBLARIA LOS INSERTS DEL LOAD RESUME
//* (RC=28, MISMO FRENO QUE LA CARGA DELTA DE JPE8084D).
//* PAS00072-PAS00075 REFRESCAN ADEMAS EL KSDS AUDUBO CON LA AUDITORIA
//* PE0003W DEL MISMO DIA, PARA QUE LA CONSULTA EN LINEA PEUB
//* (PE80672) MUESTRE EL CAMINO DE DECISION JUNTO AL HISTORICO PEH400.
//*********************************************************************
//*
//PAS00005 EXEC PGM=PE80645,PARM='INI JPE8086D'
   DELETE PPE.C00.PUENTE11.JPE8086D.PEH4U00.D&OYMD1.
   DELETE PPE.C00.PUENTE11.JPE8086D.PEH4INS.D&OYMD1.
   DELETE PPE.C00.PUENTE11.JPE8086D.CIESYS.D&OYMD1.
   DELETE PPE.C00.PUENTE11.JPE8086D.AUDU00.D&OYMD1.
   IF MAXCC < 9 THEN SET MAXCC=0
/*
//*
//             COND=((0,NE,PAS00005),(0,NE,PAS00015))
//*********************************************************************
//* PAS00020 ORDENA EL PE0001W DE HOY POR NUMPERSEMP+NUMPERSACC+
//* CODRELPEPE, CON PORPARTEMP Y DESPUES PORVOTEMP (POSICION 102)
//* DESCENDENTES DENTRO DE CADA CLAVE (UN GRUPO PUEDE APORTAR VARIAS
//* VENTANAS DE ACUMULACION PARA LA MISMA RELACION). EL SUM
//* FIELDS=NONE SOLO QUITA DUPLICADOS DE LA CLAVE COMPLETA DEL SORT:
//* LA DEDUPLICACION REAL POR CLAVE PARCIAL LA HACE PE80649 EN SU
//* LECTURA, QUEDANDOSE CON LA PRIMERA OCURRENCIA DE
//* CADA CLAVE (LA DE MAYOR PORCENTAJE, GRACIAS AL DESCENDENTE). AL
//* HISTORICO VA ASI UNA FILA POR RELACION Y DIA.
//*********************************************************************
//SORTOUT   DD DSN=PPE.C00.PUENTE11.JPE8086D.PEH4S00.D&OYMD1.,
//             DISP=(,CATLG,DELETE),
//             SPACE=(CYL,(1000,100),RLSE),
//             LRECL=104,RECFM=FB
//SYSIN     DD *
  OPTION DYNALLOC=(,15)
  SORT FIELDS=(1,4,BI,A,5,4,BI,A,13,2,BI,A,43,3,PD,D,102,3,PD,D)
  SUM FIELDS=NONE
/*
//*
//SYSREC    DD DSN=PPE.C00.PUENTE11.JPE8086D.PEH4U00.D&OYMD1.,
//             DISP=(,CATLG,DELETE),
//             SPACE=(CYL,(1000,100),RLSE),
//             LRECL=16,RECFM=FB
//SYSIN     DD DSN=GRBS.PRE1.CTCLIB(PLUNIBM2),
//             DISP=SHR
//          DD *
      PE1100_NUMPERSEMP,
      PE1100_NUMPERSACC,
      BS2100_CODRELPEPE,
      PE1900_PORPARTEMP,
      PE1900_PORVOTEMP
    FROM DB2PROD.PEH400
    WHERE PEK700_FECFINVIG = '9999-12-31'
    ORDER BY PE1100_NUMPERSEMP, PE1100_NUMPERSACC, BS2100_CODRELPEPE
//PEH4INS   DD DSN=PPE.C00.PUENTE11.JPE8086D.PEH4INS.D&OYMD1.,
//             DISP=(,CATLG,DELETE),
//             SPACE=(CYL,(1000,100),RLSE),
//             LRECL=36,RECFM=FB
//CIESYS    DD DSN=PPE.C00.PUENTE11.JPE8086D.CIESYS.D&OYMD1.,
//             DISP=(,CATLG,DELETE),
//             SPACE=(CYL,(100,100),RLSE),
    PE1900_PORPARTEMP    POSITION(11)  DECIMAL PACKED ,
    PEK700_FECINIVIG     POSITION(14)  DATE EXTERNAL (10),
    PEK700_FECFINVIG     POSITION(24)  DATE EXTERNAL (10),
    PE1900_PORVOTEMP     POSITION(34)  DECIMAL PACKED ,
       )
//*
//PAS00071 EXEC PGM=PLEXP022,COND=(4,GE,PAS00070.IBMLOAD)
//*
//PAS00072 EXEC PGM=SORT,PARM=ABEND,
//             COND=((0,NE,PAS00005),(0,NE,PAS00015))
//*********************************************************************
//* PAS00072 ORDENA LA AUDITORIA PE0003W DE HOY POR NUMPERSEMP+
//* NUMPERSACC+CAMINO (19 POSICIONES, CLAVE DEL KSDS AUDUBO). UN GRUPO
//* PUEDE DEJAR VARIOS REGISTROS CON DISTINTO CAMINO (EL PRINCIPAL Y
//* EL '6' DE FIDEICOMISO, POR EJEMPLO) Y TODOS SE CONSERVAN; EL SUM
//* FIELDS=NONE CON EQUALS SOLO QUITA REPETIDOS DE LA CLAVE COMPLETA,
//* QUEDANDOSE CON EL PRIMERO GRABADO.
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//SORTIN    DD DSN=PPE.C00.PUENTE11.JPE8081D.PE0003W.D&OYMD1.,
//             DISP=SHR
//SORTOUT   DD DSN=PPE.C00.PUENTE11.JPE8086D.AUDU00.D&OYMD1.,
//             DISP=(,CATLG,DELETE),
//             SPACE=(CYL,(500,100),RLSE),
//             LRECL=60,RECFM=FB
//SYSIN     DD *
  OPTION DYNALLOC=(,15),EQUALS
  SORT FIELDS=(1,19,CH,A)
  SUM FIELDS=NONE
/*
//*
//PAS00073 EXEC PGM=PLEXP022,COND=(0,GE,PAS00072)
//*
//PAS00074 EXEC PGM=IDCAMS,
//             COND=((0,NE,PAS00005),(0,NE,PAS00015),(0,NE,PAS00072))
//*********************************************************************
//* PAS00074 REFRESCA EL KSDS AUDUBO CON LA AUDITORIA DE HOY: BORRA,
//* REDEFINE Y CARGA, COMO EL KSDS NOMBRES DE JPE8080D. EL IF
//* NEUTRALIZA EL RC DEL DELETE DE LA PRIMERA EJECUCION. EL FICHERO
//* AUDUBO DE LA REGION CICS DE LA TRANSACCION PEUB DEBE ESTAR
//* CERRADO MIENTRAS CORRE ESTE PASO Y REABRIRSE AL TERMINAR; ENTRE
//* TANTO PEUB SIRVE LA CONSULTA SIN EL CAMINO DE DECISION.
//*********************************************************************
//SYSPRINT  DD SYSOUT=*
//AUDU00    DD DSN=PPE.C00.PUENTE11.JPE8086D.AUDU00.D&OYMD1.,
//             DISP=SHR
//SYSIN     DD *
   DELETE PPE.C00.PUENTE11.AUDUBO.KSDS CLUSTER
   IF MAXCC < 9 THEN SET MAXCC=0
   DEFINE CLUSTER ( -
     NAME(PPE.C00.PUENTE11.AUDUBO.KSDS) -
     INDEXED -
     KEYS(19 0) -
     RECORDSIZE(60 60) -
     CYLINDERS(500 100) -
     SHAREOPTIONS(2 3) ) -
   DATA ( NAME(PPE.C00.PUENTE11.AUDUBO.KSDS.DATA) ) -
   INDEX ( NAME(PPE.C00.PUENTE11.AUDUBO.KSDS.INDEX) )
   REPRO INFILE(AUDU00) -
         OUTDATASET(PPE.C00.PUENTE11.AUDUBO.KSDS)
/*
//*
//PAS00075 EXEC PGM=PLEXP022,COND=(0,GE,PAS00074)
//*
//PAS00080 EXEC PGM=PE80645,PARM='FIN JPE8086D',
//             COND=(0,NE,PAS00005)
//*********************************************************************
