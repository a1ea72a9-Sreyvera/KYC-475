//* (ARM/SDSF) NUNCA RETROCEDA HASTA EL BORRADO DE FICHEROS.
//*********************************************************************
//*
//PAS00003 EXEC PGM=PE80670
//*********************************************************************
//* PAS00003 PUBLICA LAS TPA DE LA CADENA (EE003, EETP004 A EETP009)
//* DESDE EL HISTORICO DE VERSIONES TPAHIS QUE MANTIENE JPE8091D CON
//* DOBLE CONTROL (PROPONE UN USUARIO, APRUEBA OTRO): PARA CADA FILA
//* QUEDA LA VERSION APROBADA DE FECHA EFECTIVA MAS RECIENTE QUE NO
//* SUPERE LA FECHA DE NEGOCIO. UNA TPA SIN VERSIONES EN TPAHIS NO SE
//* ABRE Y QUEDA COMO ESTABA; UNA CON VERSIONES SE REESCRIBE ENTERA
//* DESDE TPAHIS, POR ESO JPE8091D (PE80669 CON PARM CAR) COPIA ANTES
//* CADA TPA COMPLETA A TPAHIS LA PRIMERA VEZ QUE SE GESTIONA Y NO
//* ADMITE CAMBIOS EN EETP004/EETP006 SIN ESA CARGA. VA ANTES DE
//* PAS00005 PORQUE TODA LA CADENA DEL DIA (ESTE JOB, JPE8084D Y
//* JPE8085D) DEBE LEER LOS MISMOS PARAMETROS; ES REPETIBLE PARA UNA
//* MISMA FECHA, ASI QUE UNA REEJECUCION BLOQUEADA POR PAS00005 NO
//* CAMBIA NADA. RC=4 CON AVISOS EN EL INFORME (PROPUESTA PENDIENTE YA
//* EFECTIVA, TPA VACIA).
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//TPAHIS    DD DSN=PPE.C00.TPA.TPAHIS,
//             DISP=SHR
//FECHAR    DD *
&OYMD1
/*
//EE003R    DD DSN=PPE.C00.TPA.EE003,
//             DISP=OLD
//EETP004R  DD DSN=PPE.C00.TPA.EETP004,
//             DISP=OLD
//EETP005R  DD DSN=PPE.C00.TPA.EETP005,
//             DISP=OLD
//EETP006R  DD DSN=PPE.C00.TPA.EETP006,
//             DISP=OLD
//EETP007R  DD DSN=PPE.C00.TPA.EETP007,
//             DISP=OLD
//EETP008R  DD DSN=PPE.C00.TPA.EETP008,
//             DISP=OLD
//EETP009R  DD DSN=PPE.C00.TPA.EETP009,
//             DISP=OLD
//INFORME   DD SYSOUT=*
//*
//PAS00004 EXEC PGM=PLEXP022,COND=(0,GE,PAS00003)
//*
//PAS00005 EXEC PGM=PE80645,PARM='INI JPE8080D'
//*********************************************************************
//* PAS00005 REGISTRA EL INICIO DE ESTA EJECUCION EN EL REGISTRO DE
//*
//PAS00266 EXEC PGM=PLEXP022,COND=(0,GE,PAS00265)
//*
//PAS00267 EXEC PGM=PE80671
//*********************************************************************
//* PAS00267 PUNTO DE CONTROL DE LA VENTANA BATCH, CON JPE8080D YA
//* REGISTRADO COMO TERMINADO Y ANTES DE QUE ARRANQUE JPE8084D: RECOGE
//* EN SLAHIS LAS DURACIONES DE REGCTL Y PROYECTA EL FIN DE LA CADENA
//* CONTRA LAS HORAS LIMITE DE LA TPA EETP012. RC=8 SI SE PREVE (O YA
//* HAY) UN INCUMPLIMIENTO: PAS00268 LO AVISA. NO CONDICIONA NINGUN
//* PASO DE LA CADENA.
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//REGCTL    DD DSN=PPE.C00.PUENTE11.REGCTL,
//             DISP=SHR
//SLAHIS    DD DSN=PPE.C00.PUENTE11.SLAHIS,
//             DISP=OLD
//EETP012R  DD DSN=PPE.C00.TPA.EETP012,
//             DISP=SHR
//FECHAR    DD *
&OYMD1
/*
//INFORME   DD SYSOUT=*
//*
//PAS00268 EXEC PGM=PLEXP022,COND=(4,GE,PAS00267)
//*
//PAS00270 EXEC PGM=IEBGENER,
//             COND=((0,NE,PAS00005),(0,NE,PAS00225),
//             (0,NE,PAS00227),(0,NE,PAS00260),
//* PAS00293 REFRESCA EL KSDS DE NOMBRES CON LA DESCARGA DE HOY:
//* BORRA, REDEFINE Y CARGA. EL IF FINAL NEUTRALIZA EL RC DEL DELETE
//* DE LA PRIMERA EJECUCION (CLUSTER AUN NO CATALOGADO).
//* EL FICHERO NOMBRES DE LA REGION CICS DE LA TRANSACCION PEUB
//* (PE80672) DEBE ESTAR CERRADO MIENTRAS CORRE ESTE PASO Y REABRIRSE
//* AL TERMINAR; ENTRE TANTO PEUB SIRVE LA CONSULTA SIN NOMBRES.
//*********************************************************************
//SYSPRINT  DD SYSOUT=*
//NOMB00    DD DSN=PPE.C00.PUENTE11.JPE8080D.NOMB00.D&OYMD1.,
