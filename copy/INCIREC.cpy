000010*----------------------------------------------------------*
000020*  INCIREC.CPY                                               *
000030*  Layout del registro de incidentes disciplinarios          *
000040*  (archivo INCIDX, clave IDEN+FECHA+SECUENCIA, varios       *
000050*  incidentes por dia).  El tipo y la sancion salen de los   *
000060*  catalogos de INCITIPO; el profesor que reporta es su      *
000070*  usuario de PROFIDX; el curso se fija al capturar, para    *
000080*  que el reporte mensual no cambie con una promocion.       *
000090*  Compartido por la captura INCIMANT, las cartas INCICART,  *
000100*  el reporte INCIREPT, ESCFICHA y ESCBOLET.                 *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  INCI-REC.
000150     05  INCI-CLAVE.
000160         10  INCI-IDEN           PIC X(05).
000170         10  INCI-FECHA.
000180             15  INCI-FEC-AAAA   PIC 9(04).
000190             15  INCI-FEC-MM     PIC 9(02).
000200             15  INCI-FEC-DD     PIC 9(02).
000210         10  INCI-SECUENCIA      PIC 9(02).
000220     05  INCI-TIPO               PIC X(02).
000230     05  INCI-DESCRIPCION        PIC X(60).
000240     05  INCI-PROFESOR           PIC X(20).
000250     05  INCI-CURSO              PIC X(10).
000260     05  INCI-SANCION            PIC X(01).
000270         88  INCI-SIN-SANCION            VALUE "N".
000280         88  INCI-AMONESTACION-VERBAL    VALUE "V".
000290         88  INCI-AMONESTACION-ESCRITA   VALUE "E".
000300         88  INCI-CITATORIO              VALUE "C".
000310         88  INCI-SUSPENSION             VALUE "S".
000320     05  INCI-DIAS-SUSPENSION    PIC 9(02).
000330     05  INCI-SUSP-DESDE         PIC 9(08).
000340     05  INCI-SUSP-HASTA         PIC 9(08).
000350     05  INCI-CARTA              PIC X(01).
000360         88  INCI-CARTA-PENDIENTE        VALUE "P".
000370         88  INCI-CARTA-EMITIDA          VALUE "E".
000380     05  INCI-FEC-CARTA          PIC 9(08).
000390     05  INCI-OPERADOR           PIC X(20).
000400     05  INCI-FEC-CAPTURA        PIC 9(08).
