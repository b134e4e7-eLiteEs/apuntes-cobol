000010*----------------------------------------------------------*
000020*  PERMREC.CPY                                               *
000030*  Layout del archivo de permisos por funcion (PERMIDX,      *
000040*  clave SUJETO+PROGRAMA+FUNCION).  El sujeto es una cuenta  *
000050*  de LOGINUSR o un grupo "@nombre"; los roles fijos son los *
000060*  grupos implicitos @A, @S y @R.  Programa y funcion en "*" *
000070*  valen por todos.  Un renglon con programa GRUPO hace a la *
000080*  cuenta del sujeto miembro del grupo nombrado en la        *
000090*  funcion.  El alcance P limita el permiso a lo propio (por *
000100*  ejemplo las materias asignadas en ESCNOTAS).  Lo consulta *
000110*  PERMCHK y lo mantiene USRMANT.                            *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000140*----------------------------------------------------------*
000150 01  PERM-REC.
000160     05  PERM-CLAVE.
000170         10  PERM-SUJETO         PIC X(20).
000180         10  PERM-PROGRAMA       PIC X(08).
000190             88  PERM-MEMBRESIA          VALUE "GRUPO".
000200             88  PERM-TODO-PROGRAMA      VALUE "*".
000210         10  PERM-FUNCION        PIC X(08).
000220     05  PERM-ALCANCE            PIC X(01).
000230         88  PERM-ALCANCE-TODO           VALUE "T".
000240         88  PERM-ALCANCE-PROPIO         VALUE "P".
000250     05  PERM-FEC-ALTA           PIC 9(08).
000260     05  PERM-OTORGO             PIC X(20).
