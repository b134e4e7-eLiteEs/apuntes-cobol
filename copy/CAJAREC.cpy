000010*----------------------------------------------------------*
000020*  CAJAREC.CPY                                               *
000030*  Layout de los recibos de la caja de la recepcion          *
000040*  (archivo indexado CAJADIA, clave DIA-FOLIO).  El recibo   *
000050*  ya no se borra al liberar el dia: queda marcado como      *
000060*  liberado con la fecha del corte, de modo que se puede     *
000070*  anular despues del corte (con movimiento de reversa para  *
000080*  CLIPOST) y conciliar cada dia contra el deposito del      *
000090*  banco.  Escriben CLICAJA y APRBREV (anulaciones           *
000100*  aprobadas).  La conversion unica desde el secuencial      *
000110*  anterior es CAJACONV.                                      *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000135* 2026-10-15 JFV  DIA-REVERSADO: anulado despues del corte (su
000137*                 efectivo si se deposito); cuenta como anulado.
000140*----------------------------------------------------------*
000150 01  DIA-REC.
000160     05  DIA-FOLIO                PIC 9(06).
000170     05  FILLER                   PIC X(01).
000180     05  DIA-FECHA                PIC 9(08).
000190     05  FILLER                   PIC X(01).
000200     05  DIA-CLIENTE              PIC X(06).
000210     05  FILLER                   PIC X(01).
000220     05  DIA-MONTO                PIC 9(08)V9(02).
000230     05  FILLER                   PIC X(01).
000240     05  DIA-OPERADOR             PIC X(20).
000250     05  FILLER                   PIC X(01).
000260     05  DIA-ESTADO               PIC X(01).
000270         88  DIA-PENDIENTE                VALUE " ".
000280         88  DIA-LIBERADO                 VALUE "L".
000290         88  DIA-ANULADO                  VALUE "A" "R".
000295         88  DIA-REVERSADO                VALUE "R".
000300     05  FILLER                   PIC X(01).
000310     05  DIA-FEC-CORTE            PIC 9(08).
000320     05  FILLER                   PIC X(01).
000330     05  DIA-FEC-ANULA            PIC 9(08).
