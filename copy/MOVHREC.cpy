000100*  La conversion unica desde CLIMHIST es CLIMHCNV.            *
000110*----------------------------------------------------------*
000120* 2026-09-01 JFV  Creacion inicial.
000120* 2026-10-15 JFV  MOVH-ORIGEN: programa que origino el
000121*                 movimiento, y para los cargos de
000122*                 colegiatura el nivel del curso y el
000122*                 desglose de cuota bruta, beca y descuento
000123*                 por hermanos, para la poliza contable
000124*                 CLIPOLIZ.  Conversion unica: CLIMHOCV.
000124* 2026-10-15 JFV  MOVH-DE-AJUSTE: ajustes de saldo de CLIMANT
000125*                 y saldos de apertura de CLIAPERT.
000126* 2026-10-15 JFV  MOVH-DE-EXTRAORDINARIO: cuota del examen
000126*                 extraordinario que carga EXTRCAPT.
000127* 2026-10-15 JFV  MOVH-DE-EVENTO: cargos de eventos y salidas
000128*                 de EVENMANT y sus abonos al negarse el
000129*                 permiso o cancelarse el evento.
000130*----------------------------------------------------------*
000140 01  MOVH-REC.
000150     05  MOVH-CLAVE.
000200         88  MOVH-ES-CARGO               VALUE "C".
000210         88  MOVH-ES-PAGO                VALUE "P".
000220     05  MOVH-MONTO              PIC 9(08)V9(02).
000230     05  MOVH-ORIGEN             PIC X(02).
000240         88  MOVH-DE-CUOTA               VALUE "CU".
000250         88  MOVH-DE-BANCO               VALUE "BA".
000260         88  MOVH-DE-CAJA                VALUE "CJ".
000270         88  MOVH-DE-BAJA                VALUE "BJ".
000280         88  MOVH-DE-DEVOLUCION          VALUE "DV".
000290         88  MOVH-DE-DOMICILIACION       VALUE "DM".
000295         88  MOVH-DE-AJUSTE              VALUE "AJ".
000297         88  MOVH-DE-EXTRAORDINARIO      VALUE "EX".
000298         88  MOVH-DE-EVENTO              VALUE "EV".
000300     05  MOVH-NIVEL              PIC 9(02).
000310     05  MOVH-BRUTO              PIC 9(05)V9(02).
000320     05  MOVH-DESC-BECA          PIC 9(05)V9(02).
000330     05  MOVH-DESC-HERMANOS      PIC 9(05)V9(02).
