000010*----------------------------------------------------------*
000020*  DEVOREC.CPY                                               *
000030*  Layout del registro de saldos a favor DEVOIDX (clave      *
000040*  DEV-CLIENTE = CLIENTE-NUMERO): una cuenta de CLIMAST con  *
000050*  saldo negativo (la familia pago de mas o recibio un       *
000060*  abono por baja) y la decision de la administracion sobre  *
000070*  ese saldo.  Lo detecta y lo antigua cada mes CLIFAVOR, la *
000080*  decision se captura en DEVMANT (devolver o dejar a cuenta *
000090*  del siguiente cargo de ESCCUOTA) y las devoluciones       *
000100*  mayores al umbral de SYSPARM esperan la aprobacion de     *
000110*  APRBREV.  La devolucion autorizada la genera CLIFAVOR:    *
000120*  cargo en CLIMOVS y orden de pago a tesoreria (ORDPAGO).   *
000130*----------------------------------------------------------*
000140* 2026-10-15 JFV  Creacion inicial.
000150*----------------------------------------------------------*
000160 01  DEV-REC.
000170     05  DEV-CLIENTE              PIC X(06).
000180     05  DEV-NOMBRE               PIC X(20).
000190     05  DEV-MONTO                PIC 9(07)V9(02).
000200     05  DEV-FEC-DETECCION        PIC 9(08).
000210     05  DEV-FEC-REVISION         PIC 9(08).
000220     05  DEV-ANTIGUEDAD.
000230         10  DEV-MONTO-30         PIC 9(07)V9(02).
000240         10  DEV-MONTO-60         PIC 9(07)V9(02).
000250         10  DEV-MONTO-90         PIC 9(07)V9(02).
000260         10  DEV-MONTO-MAS        PIC 9(07)V9(02).
000270     05  DEV-ESTADO               PIC X(01).
000280         88  DEV-PENDIENTE                VALUE "P".
000290         88  DEV-EN-APROBACION            VALUE "E".
000300         88  DEV-AUTORIZADA               VALUE "L".
000310         88  DEV-A-CUENTA                 VALUE "F".
000320         88  DEV-GENERADA                 VALUE "G".
000330     05  DEV-MONTO-DEVOLVER       PIC 9(07)V9(02).
000340     05  DEV-APRB-SECUENCIA       PIC 9(06).
000350     05  DEV-OPERADOR             PIC X(20).
000360     05  DEV-FEC-DECISION         PIC 9(08).
000370     05  DEV-AUTORIZO             PIC X(20).
000380     05  DEV-ORDEN                PIC 9(06).
000390     05  DEV-FEC-ORDEN            PIC 9(08).
