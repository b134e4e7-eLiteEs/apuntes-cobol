000010*----------------------------------------------------------*
000020*  EVPAREC.CPY                                               *
000030*  Layout del participante de un evento (archivo EVPAIDX,    *
000040*  clave EVENTO+IDEN): cada estudiante activo de los cursos  *
000050*  invitados, con el estado de su permiso firmado y, si el   *
000060*  evento tiene costo, el cargo que se dejo en CLIMOVS       *
000070*  (origen EV) a la cuenta del tutor.  Un permiso negado o   *
000080*  un evento cancelado despues del cargo deja un abono por   *
000090*  el mismo monto y el cargo queda anulado.  Compartido por  *
000100*  EVENMANT, EVENLIST y EVENCOBR.                            *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  EVPA-REC.
000150     05  EVPA-CLAVE.
000160         10  EVPA-EVENTO         PIC X(08).
000170         10  EVPA-IDEN           PIC X(05).
000180     05  EVPA-NOMBRE             PIC X(30).
000190     05  EVPA-CURSO              PIC X(10).
000200     05  EVPA-PERMISO            PIC X(01).
000210         88  EVPA-PENDIENTE              VALUE "P".
000220         88  EVPA-AUTORIZADO             VALUE "A".
000230         88  EVPA-NEGADO                 VALUE "N".
000240     05  EVPA-FEC-PERMISO        PIC 9(08).
000250     05  EVPA-FIRMANTE           PIC X(30).
000260     05  EVPA-OPERADOR           PIC X(20).
000270     05  EVPA-CARGO              PIC X(01).
000280         88  EVPA-SIN-CARGO              VALUE " ".
000290         88  EVPA-CARGADO                VALUE "C".
000300         88  EVPA-CARGO-ANULADO          VALUE "X".
000310     05  EVPA-CLIENTE            PIC X(06).
000320     05  EVPA-MONTO              PIC 9(05)V9(02).
000330     05  EVPA-FEC-CARGO          PIC 9(08).
000340     05  EVPA-FEC-ANULACION      PIC 9(08).
