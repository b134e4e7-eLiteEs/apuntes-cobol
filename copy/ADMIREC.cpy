000010*----------------------------------------------------------*
000020*  ADMIREC.CPY                                               *
000030*  Layout de la solicitud de admision de un aspirante        *
000040*  (archivo ADMIDX, clave ADMI-NUMERO, numero de solicitud   *
000050*  consecutivo del control ADMICTL).  Recorre el embudo      *
000060*  completo: solicitud capturada, examen de admision,        *
000070*  decision (con motivo de rechazo del catalogo ADMIMOTI) y  *
000080*  cierre, en que el aceptado queda inscrito (ESCLOAD, con   *
000090*  el ID de estudiante asignado) o en la lista de espera     *
000100*  del curso (ESPERIDX, con su turno).  Compartido por       *
000110*  ADMICAPT, ADMIDECI, ADMICIER, ADMICART y ADMIREPT.        *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000140*----------------------------------------------------------*
000150 01  ADMI-REC.
000160     05  ADMI-NUMERO             PIC 9(06).
000170     05  ADMI-NOMBRE             PIC X(30).
000180     05  ADMI-FEC-NACIMIENTO     PIC 9(08).
000190     05  ADMI-EDAD               PIC 9(02).
000200     05  ADMI-CURSO              PIC X(10).
000210     05  ADMI-TUTOR              PIC X(20).
000220     05  ADMI-FEC-SOLICITUD.
000230         10  ADMI-SOL-AAAA       PIC 9(04).
000240         10  ADMI-SOL-MM         PIC 9(02).
000250         10  ADMI-SOL-DD         PIC 9(02).
000260     05  ADMI-ESTADO             PIC X(01).
000270         88  ADMI-SOLICITADA             VALUE "S".
000280         88  ADMI-EXAMINADA              VALUE "X".
000290         88  ADMI-ACEPTADA               VALUE "A".
000300         88  ADMI-RECHAZADA              VALUE "R".
000310         88  ADMI-INSCRITA               VALUE "I".
000320         88  ADMI-EN-ESPERA              VALUE "E".
000330         88  ADMI-CERRADA                VALUE "I" "E".
000340     05  ADMI-FEC-EXAMEN         PIC 9(08).
000350     05  ADMI-PUNTAJE            PIC 9(03).
000360     05  ADMI-MOTIVO             PIC X(02).
000370     05  ADMI-OBSERVACION        PIC X(40).
000380     05  ADMI-FEC-DECISION       PIC 9(08).
000390     05  ADMI-OPER-CAPTURA       PIC X(20).
000400     05  ADMI-OPER-DECISION      PIC X(20).
000410     05  ADMI-CARTA              PIC X(01).
000420         88  ADMI-CARTA-PENDIENTE        VALUE "P".
000430         88  ADMI-CARTA-EMITIDA          VALUE "E".
000440     05  ADMI-FEC-CARTA          PIC 9(08).
000450     05  ADMI-IDEN-ASIGNADO      PIC X(05).
000460     05  ADMI-TURNO-ESPERA       PIC 9(05).
000470     05  ADMI-FEC-CIERRE         PIC 9(08).
