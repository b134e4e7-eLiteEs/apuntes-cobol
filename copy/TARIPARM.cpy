000010*----------------------------------------------------------*
000020*  TARIPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun del tarifario de  *
000040*  colegiaturas (ver programa TARIFCHK).  Se copia tanto en  *
000050*  la LINKAGE SECTION de TARIFCHK como en el WORKING-STORAGE *
000060*  de cada programa que cobra la colegiatura de un periodo.  *
000070*  Sin renglon vigente para el curso (o sin TARIFIDX) el     *
000080*  programa usa CURSO-CUOTA del catalogo.                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000110*----------------------------------------------------------*
000120 01  TARIFCHK-PARM.
000130     05  TARIFCHK-CURSO              PIC X(10).
000140     05  TARIFCHK-FECHA              PIC 9(08).
000150     05  TARIFCHK-RESULTADO          PIC X(01).
000160         88  TARIFCHK-OK                     VALUE "0".
000170         88  TARIFCHK-SIN-TARIFA             VALUE "1".
000180         88  TARIFCHK-ERROR-ARCHIVO          VALUE "9".
000190     05  TARIFCHK-CUOTA              PIC 9(05)V9(02).
000200     05  TARIFCHK-VIGENCIA           PIC 9(08).
