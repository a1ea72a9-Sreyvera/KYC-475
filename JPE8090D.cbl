//*
//PAS00021 EXEC PGM=PLEXP022,COND=(4,GE,PAS00020)
//*
//PAS00030 EXEC PGM=PE80671,PARM='TENDENCIA'
//*********************************************************************
//* PAS00030 ULTIMO PUNTO DE CONTROL DE LA VENTANA BATCH: RECOGE EN
//* SLAHIS LAS DURACIONES DE LA NOCHE, DEJA LA SITUACION FINAL DE CADA
//* JOB CONTRA SU HORA LIMITE (EETP012) Y ANADE EL INFORME DE
//* TENDENCIA SEMANAL DE DURACION POR JOB. RC=8 SI ALGUN JOB HA
//* TERMINADO FUERA DE SU HORA LIMITE.
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
//PAS00031 EXEC PGM=PLEXP022,COND=(4,GE,PAS00030)
//*
