000090*  en APRBREV.                                                *
000100*----------------------------------------------------------*
000110* 2026-09-01 JFV  Creacion inicial.
000110* 2026-10-15 JFV  Anulacion de recibo de caja (CLICAJA),
000111*                 clave = folio, dato = cuenta del cliente.
000112* 2026-10-15 JFV  Devolucion de saldo a favor (DEVMANT) sobre
000113*                 el umbral, clave = cuenta, dato = monto.
000114* 2026-10-15 JFV  Revocacion o reduccion de beca propuesta
000115*                 por BECAREVI, clave = ID del estudiante,
000116*                 dato = porcentaje nuevo (cero = quitarla).
000117* 2026-10-15 JFV  Excepcion al bloqueo por adeudo (CLIMANT),
000118*                 clave = cuenta, dato = vigente hasta
000119*                 AAAAMMDD.
000120*----------------------------------------------------------*
000130 01  APRB-REC.
000140     05  APRB-SECUENCIA          PIC 9(06).
000170         88  APRB-BAJA-CLIENTE           VALUE "BAJA-CLI".
000180         88  APRB-CAMBIO-ROL             VALUE "ROL".
000190         88  APRB-DESBLOQUEO             VALUE "DESBLOQ".
000195         88  APRB-ANULA-RECIBO           VALUE "ANULA-REC".
000197         88  APRB-DEVOLUCION             VALUE "DEVOLUCION".
000198         88  APRB-BECA-REVOCA            VALUE "BECA-REV".
000199         88  APRB-EXC-BLOQUEO            VALUE "EXC-BLOQ".
000200     05  APRB-CLAVE              PIC X(20).
000210     05  APRB-DATO               PIC X(10).
000220     05  APRB-SOLICITANTE        PIC X(20).
