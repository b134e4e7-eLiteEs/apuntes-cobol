000010*----------------------------------------------------------*
000020*  SESREC.CPY                                                *
000030*  Layout del registro de sesiones abiertas (archivo         *
000040*  SESIONIDX, clave SES-USERNAME: una sola sesion activa por *
000050*  usuario).  Lo mantiene la rutina comun SESMGR y lo lista  *
000060*  la consulta de administradores SESCONS.                   *
000070*----------------------------------------------------------*
000080* 2026-10-15 JFV  Creacion inicial.
000090*----------------------------------------------------------*
000100 01  SES-REC.
000110     05  SES-USERNAME            PIC X(20).
000120     05  SES-TERMINAL            PIC X(08).
000130     05  SES-ROL                 PIC X(01).
000140     05  SES-INICIO.
000150         10  SES-INI-FECHA       PIC 9(08).
000160         10  SES-INI-HORA        PIC 9(06).
000170     05  SES-ULTIMA.
000180         10  SES-ULT-FECHA       PIC 9(08).
000190         10  SES-ULT-HORA        PIC 9(06).
