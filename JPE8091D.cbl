//*%OPC SCAN
//JPE8091D JOB (0000,SYST),MSGCLASS=X,MSGLEVEL=(1,1),
//             CLASS=F,RD=R
//*
//LIBPROC  JCLLIB ORDER=(GRBS.PRE1.PRCLIB)
//         INCLUDE MEMBER=INCLJBP
//*
//*********************************************************************
//*                             JPE8091D
//* MANTENIMIENTO CON DOBLE CONTROL DE LAS TPA DE LA CADENA
//*********************************************************************
//* JOB A PETICION. LAS TPA EE003 Y EETP004 A EETP009 YA NO SE EDITAN
//* DIRECTAMENTE: CADA CAMBIO SE PROPONE (TARJETA P) CON FECHA
//* EFECTIVA Y MOTIVO, Y OTRO USUARIO LO APRUEBA (A) O LO RECHAZA (R)
//* EN UNA EJECUCION POSTERIOR. EL FORMATO DE LAS TARJETAS ESTA EN LA
//* CABECERA DE PE80669. JPE8080D (PAS00003/PE80670) PUBLICA EN LAS
//* TPA PLANAS SOLO LO APROBADO Y SOLO DESDE SU FECHA EFECTIVA.
//* PAS00020 LISTA LOS PARAMETROS QUE ESTARAN EN VIGOR A LA FECHA DE
//* NEGOCIO SIN TOCAR LAS TPA; PARA CONSULTAR OTRA FECHA (AUDITORIA),
//* CAMBIAR EL PARM POR ASOF=AAAAMMDD Y EJECUTAR SOLO ESE PASO.
//* PAS00005 ES LA CARGA INICIAL: LA PRIMERA VEZ QUE CORRE EL JOB
//* COPIA A TPAHIS LAS TPA PLANAS TAL COMO ESTAN, Y DESDE ENTONCES
//* NO HACE NADA CON ELLAS.
//*********************************************************************
//*
//PAS00005 EXEC PGM=PE80669,PARM='CAR'
//*********************************************************************
//* PAS00005 CARGA INICIAL DE TPAHIS. CADA TPA QUE AUN NO TIENE NINGUNA
//* VERSION EN TPAHIS SE COPIA ENTERA, FILA A FILA, COMO VERSIONES
//* APROBADAS (USUARIO CARGAINI) CON FECHA EFECTIVA LA DE NEGOCIO; LAS
//* QUE YA TIENEN VERSIONES NO SE TOCAN, ASI QUE EL PASO ES REPETIBLE.
//* SIN ESTA CARGA, EL PRIMER CAMBIO APROBADO DE UNA TPA DE VARIAS
//* FILAS (EETP004, EETP006) DEJARIA LA TPA PUBLICADA POR JPE8080D
//* REDUCIDA A LA FILA CAMBIADA: PAS00010 RECHAZA ESAS PROPUESTAS
//* MIENTRAS LA TPA NO ESTE CARGADA. NO LEE TARJETAS.
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//TPAHIS    DD DSN=PPE.C00.TPA.TPAHIS,
//             DISP=OLD
//FECHAR    DD *
&OYMD1
/*
//EE003R    DD DSN=PPE.C00.TPA.EE003,
//             DISP=SHR
//EETP004R  DD DSN=PPE.C00.TPA.EETP004,
//             DISP=SHR
//EETP005R  DD DSN=PPE.C00.TPA.EETP005,
//             DISP=SHR
//EETP006R  DD DSN=PPE.C00.TPA.EETP006,
//             DISP=SHR
//EETP007R  DD DSN=PPE.C00.TPA.EETP007,
//             DISP=SHR
//EETP008R  DD DSN=PPE.C00.TPA.EETP008,
//             DISP=SHR
//EETP009R  DD DSN=PPE.C00.TPA.EETP009,
//             DISP=SHR
//LISTADO   DD SYSOUT=*
//*
//PAS00006 EXEC PGM=PLEXP022,COND=(0,GE,PAS00005)
//*
//PAS00010 EXEC PGM=PE80669
//*********************************************************************
//* PAS00010 APLICA LAS TARJETAS SOBRE EL HISTORICO TPAHIS (VSAM KSDS,
//* LO CREA PAS00005 EN LA PRIMERA EJECUCION). RC=4 SI ALGUNA TARJETA
//* SE RECHAZA POR VALIDACION: EL MOTIVO ESTA EN EL LISTADO.
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//TPAHIS    DD DSN=PPE.C00.TPA.TPAHIS,
//             DISP=OLD
//FECHAR    DD *
&OYMD1
/*
//LISTADO   DD SYSOUT=*
//MOVTPA    DD *
*USUARIO NUMPROP  TPA     OFECVIG  VALOR               MOTIVO
/*
//*
//PAS00011 EXEC PGM=PLEXP022,COND=(0,GE,PAS00010)
//*
//PAS00020 EXEC PGM=PE80670,PARM='ASOF=&OYMD1'
//*********************************************************************
//* PAS00020 INFORME DE PARAMETROS EN VIGOR A LA FECHA DEL PARM (SOLO
//* CONSULTA, LAS TPA NO SE ASIGNAN).
//*********************************************************************
//SYSOUT    DD SYSOUT=*
//TPAHIS    DD DSN=PPE.C00.TPA.TPAHIS,
//             DISP=SHR
//FECHAR    DD *
&OYMD1
/*
//INFORME   DD SYSOUT=*
//*
//PAS00021 EXEC PGM=PLEXP022,COND=(0,GE,PAS00020)
//*
