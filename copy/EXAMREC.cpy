000010*----------------------------------------------------------*
000020*  EXAMREC.CPY                                               *
000030*  Layout del calendario de examenes (archivo EXAMIDX, clave *
000040*  CURSO+FECHA+MATERIA): que dia y en que bloque de hora     *
000050*  (1-12, como HORARIDX) presenta cada curso el examen de    *
000060*  una materia de su plan.  Mantenido en EXAMMANT, que       *
000070*  valida dia de clase (CALENCHK), plan (PLANIDX) y el tope  *
000080*  de examenes por curso y dia (SYSPARM EXAMENES-DIA); el    *
000090*  calendario impreso por curso y por profesor es ESCEXAMR.  *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  EXAM-REC.
000140     05  EXAM-CLAVE.
000150         10  EXAM-CURSO          PIC X(10).
000160         10  EXAM-FECHA          PIC 9(08).
000170         10  EXAM-MATERIA        PIC X(10).
000180     05  EXAM-BLOQUE             PIC 9(02).
000190     05  EXAM-DESCRIPCION        PIC X(20).
000200     05  EXAM-FEC-ALTA           PIC 9(08).
000210     05  EXAM-USUARIO            PIC X(20).
