000010*----------------------------------------------------------*
000020*  ESCALREC.CPY                                              *
000030*  Layout de la escala de calificacion (archivo ESCALIDX,    *
000040*  clave NIVEL+DESDE): cada renglon es un rango de la nota   *
000050*  numerica (DESDE a HASTA, ambos incluidos) para los cursos *
000060*  de ese CURSO-NIVEL, con la letra o el descriptor que se   *
000070*  imprime (p.ej. EXCELENTE, MUY BIEN, SUFICIENTE) y si el   *
000080*  rango aprueba.  La nota minima aprobatoria del nivel es   *
000090*  el DESDE mas bajo de sus rangos aprobatorios.  Mantenida  *
000100*  en ESCAMANT y consultada por la rutina comun ESCALCHK.    *
000110*----------------------------------------------------------*
000120* 2026-10-15 JFV  Creacion inicial.
000130*----------------------------------------------------------*
000140 01  ESCALA-REC.
000150     05  ESCALA-CLAVE.
000160         10  ESCALA-NIVEL        PIC 9(02).
000170         10  ESCALA-DESDE        PIC 9(02)V9(02).
000180     05  ESCALA-HASTA            PIC 9(02)V9(02).
000190     05  ESCALA-DESCRIPTOR       PIC X(15).
000200     05  ESCALA-APRUEBA          PIC X(01).
000210         88  ESCALA-APROBATORIA          VALUE "S".
000220     05  ESCALA-FEC-ALTA         PIC 9(08).
000230     05  ESCALA-USUARIO          PIC X(20).
