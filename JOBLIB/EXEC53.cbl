//*****************************************************
//EXECUTE  EXEC PGM=ALUNO53
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FUNCNEW  DD   DSN=GR.EAD316.FUNCEXTR(0),DISP=SHR
//FUNCOLD  DD   DSN=GR.EAD316.FUNCEXTR(-1),DISP=SHR
//DELTAFD  DD   DSN=GR.EAD316.RH.DELTAS,
