//SYSTSPRT DD SYSOUT=*
//SYSPRINT DD SYSOUT=*
//SYSOUT   DD SYSOUT=*
//DATAPROC DD DSN=GR.EAD316.DATAPROC,DISP=SHR
//SYSTSIN  DD *
 DSN SYSTEM(DB8G)
 RUN  PROGRAM(&PGM) PLAN(&PGM) -
