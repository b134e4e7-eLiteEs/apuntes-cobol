000110*                 que los programas llamados desde el menu
000120*                 sellen la auditoria con el login real y no
000130*                 con un nombre tecleado.
000131* 2026-10-15 JFV  LOGIN-TERMINAL y LOGIN-SES-INICIO: sesion
000132*                 abierta en SESIONIDX (rutina SESMGR), que
000133*                 MENUPRIN refresca en cada opcion.
000134* 2026-10-15 JFV  LOGIN-TERMINAL tambien de entrada: la
000135*                 informa el llamador; en blanco, LOGIN la
000136*                 registra como CONSOLA.
000140*----------------------------------------------------------*
000150 01  LOGIN-PARM.
000160     05  LOGIN-ACCESO                PIC X(01).
000210         88  LOGIN-ROL-STAFF                 VALUE "S".
000220         88  LOGIN-ROL-CONSULTA              VALUE "R".
000230     05  LOGIN-USERNAME              PIC X(20).
000240     05  LOGIN-TERMINAL              PIC X(08).
000250     05  LOGIN-SES-INICIO.
000260         10  LOGIN-SES-FECHA         PIC 9(08).
000270         10  LOGIN-SES-HORA          PIC 9(06).
