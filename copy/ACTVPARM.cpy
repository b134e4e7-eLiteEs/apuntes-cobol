000010*----------------------------------------------------------*
000020*  ACTVPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun ACTVCHK, que      *
000040*  dice si el extracto de activos ESCACTIV (ver ACTVREC)     *
000050*  esta listo y al dia con ESTUDIDX.  Se copia en la         *
000060*  LINKAGE SECTION de ACTVCHK y en el WORKING-STORAGE de     *
000070*  cada reporte que lee el extracto; si no esta vigente, el  *
000080*  reporte recorre el maestro como siempre.                  *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000110*----------------------------------------------------------*
000120 01  ACTVCHK-PARM.
000130     05  ACTVCHK-RESULTADO           PIC X(01).
000140         88  ACTVCHK-VIGENTE                 VALUE "0".
000150         88  ACTVCHK-NO-EXISTE               VALUE "1".
000160         88  ACTVCHK-INCOMPLETO              VALUE "2".
000170         88  ACTVCHK-DESACTUALIZADO          VALUE "3".
000180     05  ACTVCHK-FECHA               PIC 9(08).
000190     05  ACTVCHK-SECUENCIA           PIC 9(09).
000200     05  ACTVCHK-SEC-AUDITORIA       PIC 9(09).
000210     05  ACTVCHK-TOTAL               PIC 9(07).
000220     05  ACTVCHK-MENSAJE             PIC X(40).
