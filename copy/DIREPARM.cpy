000010*----------------------------------------------------------*
000020*  DIREPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun de domicilio del  *
000040*  tutor (ver programa DIRELKP).  Se copia tanto en la       *
000050*  LINKAGE SECTION de DIRELKP como en el WORKING-STORAGE de  *
000060*  cada programa que imprime cartas, estados o constancias   *
000070*  para la familia.  Se llena DIRELKP-CLIENTE, o bien se     *
000080*  deja en blanco y se llena DIRELKP-TUTOR con el nombre de  *
000090*  la cuenta tal como aparece en ESTUDIANTE-TUTOR.  La       *
000100*  rutina devuelve el bloque de domicilio ya armado en       *
000110*  cuatro renglones para el encabezado de la carta.          *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000132* 2026-10-15 JFV  DIRELKP-ENTREGA-PENDIENTE: la cuenta aun no
000134*                 tiene preferencia de entrega capturada.
000140*----------------------------------------------------------*
000150 01  DIRELKP-PARM.
000160     05  DIRELKP-TUTOR               PIC X(20).
000170     05  DIRELKP-CLIENTE             PIC X(06).
000180     05  DIRELKP-RESULTADO           PIC X(01).
000190         88  DIRELKP-CON-DOMICILIO           VALUE "0".
000200         88  DIRELKP-SIN-DOMICILIO           VALUE "1".
000210         88  DIRELKP-SIN-CUENTA              VALUE "2".
000220         88  DIRELKP-ERROR-ARCHIVO           VALUE "9".
000230     05  DIRELKP-ENTREGA             PIC X(01).
000240         88  DIRELKP-RECIBE-PAPEL            VALUE "P" "A" " ".
000250         88  DIRELKP-RECIBE-CORREO           VALUE "E" "A".
000255         88  DIRELKP-ENTREGA-PENDIENTE       VALUE "N".
000260     05  DIRELKP-EMAIL               PIC X(40).
000270     05  DIRELKP-BLOQUE.
000280         10  DIRELKP-LINEA           PIC X(60) OCCURS 4 TIMES.
