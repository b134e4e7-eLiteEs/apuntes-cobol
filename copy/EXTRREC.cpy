000010*----------------------------------------------------------*
000020*  EXTRREC.CPY                                               *
000030*  Layout del examen extraordinario (archivo EXTRIDX, clave  *
000040*  IDEN+ANIO+MATERIA): una materia reprobada en el ciclo,    *
000050*  con la calificacion original (promedio anual de la        *
000060*  materia en NOTASIDX) y la del extraordinario lado a lado. *
000070*  El renglon nace elegible en EXTRELEG, pasa a inscrito al  *
000080*  cobrar la cuota en EXTRCAPT y a calificado (o no se       *
000090*  presento) al capturar el resultado.  ESCPROMO toma la     *
000100*  calificacion del extraordinario para decidir promocion.   *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  EXTR-REC.
000150     05  EXTR-CLAVE.
000160         10  EXTR-IDEN           PIC X(05).
000170         10  EXTR-ANIO           PIC 9(04).
000180         10  EXTR-MATERIA        PIC X(10).
000190     05  EXTR-CURSO              PIC X(10).
000200     05  EXTR-CALIF-ORIGINAL     PIC 9(02)V9(02).
000210     05  EXTR-CALIF-EXTRA        PIC 9(02)V9(02).
000220     05  EXTR-ESTADO             PIC X(01).
000230         88  EXTR-ELEGIBLE               VALUE "E".
000240         88  EXTR-INSCRITO               VALUE "I".
000250         88  EXTR-CALIFICADO             VALUE "C".
000260         88  EXTR-NO-PRESENTO            VALUE "N".
000270     05  EXTR-FEC-ALTA           PIC 9(08).
000280     05  EXTR-FEC-INSCRIPCION    PIC 9(08).
000290     05  EXTR-CLIENTE            PIC X(06).
000300     05  EXTR-CUOTA              PIC 9(05)V9(02).
000310     05  EXTR-FEC-CAPTURA        PIC 9(08).
000320     05  EXTR-USUARIO            PIC X(20).
