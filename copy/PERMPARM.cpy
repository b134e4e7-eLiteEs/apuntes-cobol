000010*----------------------------------------------------------*
000020*  PERMPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun de permisos por   *
000040*  funcion (ver programa PERMCHK).  Se copia tanto en la     *
000050*  LINKAGE SECTION de PERMCHK como en el WORKING-STORAGE de  *
000060*  MENUPRIN y de cada programa que vuelve a verificar el     *
000070*  permiso al entrar.  Funcion en blanco pregunta si la      *
000080*  cuenta tiene algun permiso sobre el programa.  El nivel   *
000090*  (C/E/A, ver MENUOPC) solo se usa mientras no exista       *
000100*  PERMIDX: entonces deciden los roles fijos.                *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  PERMCHK-PARM.
000150     05  PERMCHK-USERNAME            PIC X(20).
000160     05  PERMCHK-ROL                 PIC X(01).
000170     05  PERMCHK-PROGRAMA            PIC X(08).
000180     05  PERMCHK-FUNCION             PIC X(08).
000190     05  PERMCHK-NIVEL               PIC X(01).
000200         88  PERMCHK-NIVEL-CONSULTA          VALUE "C".
000210         88  PERMCHK-NIVEL-ESCRITURA         VALUE "E".
000220         88  PERMCHK-NIVEL-ADMIN             VALUE "A".
000230     05  PERMCHK-RESULTADO           PIC X(01).
000240         88  PERMCHK-PERMITIDO               VALUE "0".
000250         88  PERMCHK-NEGADO                  VALUE "1".
000260         88  PERMCHK-ERROR-ARCHIVO           VALUE "9".
000270     05  PERMCHK-ALCANCE             PIC X(01).
000280         88  PERMCHK-ALCANCE-TODO            VALUE "T".
000290         88  PERMCHK-ALCANCE-PROPIO          VALUE "P".
000300     05  PERMCHK-VIA                 PIC X(20).
000310     05  PERMCHK-ORIGEN              PIC X(01).
000320         88  PERMCHK-POR-TABLA               VALUE "T".
000330         88  PERMCHK-POR-ROL                 VALUE "R".
