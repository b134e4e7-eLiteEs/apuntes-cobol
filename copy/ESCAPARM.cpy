000010*----------------------------------------------------------*
000020*  ESCAPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun de escala de      *
000040*  calificacion (ver programa ESCALCHK).  Se copia tanto en  *
000050*  la LINKAGE SECTION de ESCALCHK como en el WORKING-STORAGE *
000060*  de cada programa que imprime la nota en la escala del     *
000070*  nivel o decide si aprueba.  Sin escala para el nivel (o   *
000080*  sin ESCALIDX) la rutina responde con el minimo de 6.00 de *
000090*  siempre y el descriptor en blanco.                         *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  ESCALCHK-PARM.
000140     05  ESCALCHK-NIVEL              PIC 9(02).
000150     05  ESCALCHK-CALIF              PIC 9(02)V9(02).
000160     05  ESCALCHK-RESULTADO          PIC X(01).
000170         88  ESCALCHK-OK                     VALUE "0".
000180         88  ESCALCHK-SIN-RANGO              VALUE "1".
000190         88  ESCALCHK-SIN-ESCALA             VALUE "2".
000200         88  ESCALCHK-ERROR-ARCHIVO          VALUE "9".
000210     05  ESCALCHK-DESCRIPTOR         PIC X(15).
000220     05  ESCALCHK-APRUEBA            PIC X(01).
000230         88  ESCALCHK-APROBADA               VALUE "S".
000240         88  ESCALCHK-REPROBADA              VALUE "N".
000250     05  ESCALCHK-MINIMO             PIC 9(02)V9(02).
