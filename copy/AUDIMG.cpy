000010*----------------------------------------------------------*
000020*  AUDIMG.CPY                                                *
000030*  Imagen completa de ESTUDIANTE-REC para el rastro          *
000040*  ESCAUDIT: los programas que graban o reescriben el        *
000050*  registro entero (alta, reingreso, promocion, carga)       *
000060*  dejan tres renglones IMAGEN, campos REG-1 a REG-3, con    *
000070*  el registro partido en AUD-DESPUES, antes del renglon     *
000080*  de la operacion.  ESCRECUP junta las tres partes para     *
000090*  rehacer el registro sobre un maestro recargado.           *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  AUDIMG-IMAGEN.
000140     05  AUDIMG-PARTE            PIC X(30) OCCURS 3 TIMES.
000150
000160 01  AUDIMG-IDX                  PIC 9(01) COMP.
000170
000180 01  AUDIMG-CAMPO.
000190     05  FILLER                  PIC X(04) VALUE "REG-".
000200     05  AUDIMG-NUM              PIC 9(01).
