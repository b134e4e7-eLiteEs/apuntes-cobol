000010*----------------------------------------------------------*
000020*  PLANREC.CPY                                               *
000030*  Layout del plan de estudios (archivo PLANIDX, clave       *
000040*  CURSO+MATERIA): que materias lleva cada curso, con su     *
000050*  nombre oficial, las horas semanales que pesan en el       *
000060*  promedio y si cuentan para la promocion.  Mantenido en    *
000070*  CURSMANT; contra el validan la materia ESCNOTAS y la      *
000080*  edicion NOTAEDIT, pesan el promedio ESCRECAL y ESCCIERR,  *
000090*  y toman el nombre oficial ESCBOLET y ESCCONST.            *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  PLAN-REC.
000140     05  PLAN-CLAVE.
000150         10  PLAN-CURSO          PIC X(10).
000160         10  PLAN-MATERIA        PIC X(10).
000170     05  PLAN-NOMBRE             PIC X(30).
000180     05  PLAN-HORAS              PIC 9(02).
000190     05  PLAN-PROMUEVE           PIC X(01).
000200         88  PLAN-CUENTA-PROMOCION       VALUE "S".
000210     05  PLAN-FEC-ALTA           PIC 9(08).
