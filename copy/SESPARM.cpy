000010*----------------------------------------------------------*
000020*  SESPARM.CPY                                               *
000030*  Bloque de parametros de la rutina comun de sesiones       *
000040*  (ver programa SESMGR).  Se copia tanto en la LINKAGE      *
000050*  SECTION de SESMGR como en el WORKING-STORAGE de LOGIN,    *
000060*  MENUPRIN y SESCONS.  Funciones:                           *
000070*    C - consulta la sesion abierta del usuario.             *
000080*    A - abre (o reemplaza) la sesion del usuario en esta    *
000090*        terminal; devuelve SESMGR-INICIO.                   *
000100*    R - refresca la ultima actividad si la sesion sigue     *
000110*        siendo la misma (terminal e inicio) y no vencio.    *
000120*    T - cierra la sesion si sigue siendo la misma.          *
000130*----------------------------------------------------------*
000140* 2026-10-15 JFV  Creacion inicial.
000150*----------------------------------------------------------*
000160 01  SESMGR-PARM.
000170     05  SESMGR-FUNCION              PIC X(01).
000180         88  SESMGR-CONSULTAR                VALUE "C".
000190         88  SESMGR-ABRIR                    VALUE "A".
000200         88  SESMGR-REFRESCAR                VALUE "R".
000210         88  SESMGR-TERMINAR                 VALUE "T".
000220     05  SESMGR-USERNAME             PIC X(20).
000230     05  SESMGR-TERMINAL             PIC X(08).
000240     05  SESMGR-ROL                  PIC X(01).
000250     05  SESMGR-INICIO.
000260         10  SESMGR-INI-FECHA        PIC 9(08).
000270         10  SESMGR-INI-HORA         PIC 9(06).
000280     05  SESMGR-RESULTADO            PIC X(01).
000290         88  SESMGR-OK                       VALUE "0".
000300         88  SESMGR-SIN-SESION               VALUE "1".
000310         88  SESMGR-EXPIRADA                 VALUE "2".
000320         88  SESMGR-TERMINADA                VALUE "3".
000330         88  SESMGR-ERROR-ARCHIVO            VALUE "9".
000340     05  SESMGR-OTRA-TERMINAL        PIC X(08).
000350     05  SESMGR-OTRA-ULTIMA.
000360         10  SESMGR-OTRA-FECHA       PIC 9(08).
000370         10  SESMGR-OTRA-HORA        PIC 9(06).
000380     05  SESMGR-MINUTOS-INACTIVO     PIC 9(05).
000390     05  SESMGR-LIMITE               PIC 9(03).
