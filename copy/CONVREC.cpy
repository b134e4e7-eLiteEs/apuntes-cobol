000010*----------------------------------------------------------*
000020*  CONVREC.CPY                                               *
000030*  Layout del archivo de convenios de pago CONVIDX (clave    *
000040*  CONV-CLIENTE = CLIENTE-NUMERO): plan de cuotas pactado    *
000050*  con la familia para ponerse al corriente de un saldo      *
000060*  vencido.  Lo registra el mantenimiento CONVMANT, lo       *
000070*  revisa cada mes CONVSEGU contra los pagos de CLIMHIDX y   *
000080*  lo consulta CLIANTIG para no mandar carta de cobranza a   *
000090*  una cuenta con convenio vigente.  Las cuotas se cubren    *
000100*  en orden con los pagos acumulados desde CONV-FECHA-ALTA.  *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  CONV-REC.
000150     05  CONV-CLIENTE             PIC X(06).
000160     05  CONV-FECHA-ALTA          PIC 9(08).
000170     05  CONV-TOTAL               PIC 9(08)V9(02).
000180     05  CONV-NUM-CUOTAS          PIC 9(02).
000190     05  CONV-ESTADO              PIC X(01).
000200         88  CONV-VIGENTE                 VALUE "V".
000210         88  CONV-ROTO                    VALUE "R".
000220         88  CONV-CUMPLIDO                VALUE "C".
000230         88  CONV-CANCELADO               VALUE "X".
000240     05  CONV-FEC-REVISION        PIC 9(08).
000250     05  CONV-PAGADO              PIC 9(08)V9(02).
000260     05  CONV-OPERADOR            PIC X(20).
000270     05  CONV-CUOTA               OCCURS 12 TIMES.
000280         10  CONV-CUO-VENCE       PIC 9(08).
000290         10  CONV-CUO-MONTO       PIC 9(08)V9(02).
000300         10  CONV-CUO-ESTADO      PIC X(01).
000310             88  CONV-CUO-PENDIENTE       VALUE " ".
000320             88  CONV-CUO-PAGADA          VALUE "P".
000330             88  CONV-CUO-VENCIDA         VALUE "V".
