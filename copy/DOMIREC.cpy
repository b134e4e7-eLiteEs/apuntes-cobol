000010*----------------------------------------------------------*
000020*  DOMIREC.CPY                                               *
000030*  Layout del padron de domiciliacion DOMIIDX (clave         *
000040*  DOM-CLIENTE = CLIENTE-NUMERO): la cuenta bancaria (CLABE  *
000050*  de 18 digitos) en la que el tutor autorizo el cargo       *
000060*  automatico de las colegiaturas.  Lo captura DOMIMANT, lo  *
000070*  lee DOMIENV para armar el archivo de cobro al banco y lo  *
000080*  actualiza DOMIRESP con los rechazos: el monto rechazado   *
000090*  queda marcado para que CLIANTIG lo cobre como vencido     *
000100*  hasta que la cuenta se ponga al corriente.                 *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  DOM-REC.
000150     05  DOM-CLIENTE              PIC X(06).
000160     05  DOM-BANCO                PIC X(03).
000170     05  DOM-CUENTA               PIC X(18).
000180     05  DOM-TITULAR              PIC X(30).
000190     05  DOM-ESTADO               PIC X(01).
000200         88  DOM-ACTIVA                   VALUE "A".
000210         88  DOM-SUSPENDIDA               VALUE "S".
000220         88  DOM-CANCELADA                VALUE "C".
000230     05  DOM-FEC-ALTA             PIC 9(08).
000240     05  DOM-FEC-BAJA             PIC 9(08).
000250     05  DOM-OPERADOR             PIC X(20).
000260     05  DOM-RECHAZOS             PIC 9(03).
000270     05  DOM-MONTO-RECHAZADO      PIC 9(07)V9(02).
000280     05  DOM-FEC-RECHAZO          PIC 9(08).
000290     05  DOM-MOTIVO               PIC X(02).
