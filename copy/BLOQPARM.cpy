000010*----------------------------------------------------------*
000020*  BLOQPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun de consulta de    *
000040*  bloqueos por adeudo (ver programa BLOQCHK).  Se copia     *
000050*  tanto en la LINKAGE SECTION de BLOQCHK como en el         *
000060*  WORKING-STORAGE de cada programa que lo invoca con CALL.  *
000070*  Se llena BLOQCHK-CLIENTE, o bien se deja en blanco y se   *
000080*  llena BLOQCHK-TUTOR con el nombre de la cuenta tal como   *
000090*  aparece en ESTUDIANTE-TUTOR.                              *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  BLOQCHK-PARM.
000140     05  BLOQCHK-TUTOR               PIC X(20).
000150     05  BLOQCHK-CLIENTE             PIC X(06).
000160     05  BLOQCHK-RESULTADO           PIC X(01).
000170         88  BLOQCHK-LIBRE                   VALUE "0".
000180         88  BLOQCHK-BLOQUEADO               VALUE "1".
000190         88  BLOQCHK-EXCEPCION               VALUE "2".
000200         88  BLOQCHK-ERROR-ARCHIVO           VALUE "9".
000210     05  BLOQCHK-FEC-ALTA            PIC 9(08).
000220     05  BLOQCHK-VENCIDO             PIC 9(09)V9(02).
000230     05  BLOQCHK-EXC-HASTA           PIC 9(08).
