000010*----------------------------------------------------------*
000020*  TARIREC.CPY                                               *
000030*  Layout del tarifario de colegiaturas (archivo TARIFIDX,   *
000040*  clave CURSO+FECHA DE VIGENCIA): la colegiatura mensual    *
000050*  de cada curso a partir de una fecha.  Rige el renglon de  *
000060*  vigencia mas reciente que no pase de la fecha consultada  *
000070*  (rutina comun TARIFCHK); el renglon de vigencia cero      *
000080*  guarda la cuota que el curso tenia antes del primer       *
000090*  cambio fechado.  Lo mantienen CURSMANT (cambio de cuota   *
000100*  con fecha) y TARIFAUM (aumento anual); un curso sin       *
000110*  renglones factura con CURSO-CUOTA como siempre.           *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000140*----------------------------------------------------------*
000150 01  TARIFA-REC.
000160     05  TARIFA-CLAVE.
000170         10  TARIFA-CURSO        PIC X(10).
000180         10  TARIFA-VIGENCIA     PIC 9(08).
000190     05  TARIFA-CUOTA            PIC 9(05)V9(02).
000200     05  TARIFA-ORIGEN           PIC X(01).
000210         88  TARIFA-DE-CATALOGO          VALUE "C".
000220         88  TARIFA-MANUAL               VALUE "M".
000230         88  TARIFA-AUMENTO              VALUE "A".
000240     05  TARIFA-FEC-ALTA         PIC 9(08).
000250     05  TARIFA-USUARIO          PIC X(20).
