000040*  pago).  Con este layout llegan los movimientos del dia    *
000050*  en CLIMOVS, se conservan como historial en CLIMHIST una   *
000060*  vez aplicados por CLIPOST, y se rechazan en CLIMRECH los  *
000070*  de cliente desconocido (el registro completo, 27          *
000071*  posiciones, seguido del motivo de rechazo).               *
000080*----------------------------------------------------------*
000090* 2026-08-22 JFV  Creacion inicial.
000100* 2026-08-22 JFV  MOV-CLIENTE pasa a ser el numero de
000110*                 cliente (nueva clave de CLIMAST).
000112* 2026-10-15 JFV  MOV-ORIGEN: programa que origino el
000114*                 movimiento (ver MOVH-ORIGEN en MOVHREC);
000116*                 CLIPOST lo pasa al historial.
000117* 2026-10-15 JFV  CLIMRECH lleva el layout completo (27
000118*                 posiciones, MOV-ORIGEN incluido) para que
000119*                 un rechazo corregido se realimente con su
000119*                 origen.
000120*----------------------------------------------------------*
000130 01  MOV-REC.
000140     05  MOV-CLIENTE             PIC X(06).
000170         88  MOV-ES-CARGO                VALUE "C".
000180         88  MOV-ES-PAGO                 VALUE "P".
000190     05  MOV-MONTO               PIC 9(08)V9(02).
000200     05  MOV-ORIGEN              PIC X(02).
