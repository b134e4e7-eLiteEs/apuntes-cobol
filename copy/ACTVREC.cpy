000010*----------------------------------------------------------*
000020*  ACTVREC.CPY                                               *
000030*  Layout del extracto nocturno de estudiantes activos       *
000040*  (archivo ESCACTIV, secuencial de largo fijo), que deja    *
000050*  el paso ESCACTIV despues de ESCRECAL/ESCCUPOS: ordenado   *
000060*  por curso y nombre, con promedio, tutor y la descripcion  *
000070*  y nivel del curso ya tomados de CURSOIDX.  El primer      *
000080*  registro es el encabezado H: se graba "P" (en proceso) y  *
000090*  se reescribe "L" (listo) al terminar, con la secuencia    *
000100*  de ESCAUDIT tomada antes de leer el maestro.  La rutina   *
000110*  ACTVCHK compara esa secuencia contra el rastro para       *
000120*  decidir si el extracto sigue vigente.                     *
000130*----------------------------------------------------------*
000140* 2026-10-15 JFV  Creacion inicial.
000150*----------------------------------------------------------*
000160 01  ACTV-REC.
000170     05  ACTV-TIPO               PIC X(01).
000180         88  ACTV-ENCABEZADO             VALUE "H".
000190         88  ACTV-DETALLE                VALUE "D".
000200     05  ACTV-DATOS              PIC X(119).
000210     05  ACTV-DET REDEFINES ACTV-DATOS.
000220         10  ACTV-CURSO          PIC X(10).
000230         10  ACTV-NOMBRE         PIC X(30).
000240         10  ACTV-IDEN           PIC X(05).
000250         10  ACTV-PROMEDIO       PIC 9(02)V9(02).
000260         10  ACTV-EDAD           PIC 9(02).
000270         10  ACTV-TUTOR          PIC X(20).
000280         10  ACTV-CURSO-DESC     PIC X(30).
000290         10  ACTV-NIVEL          PIC 9(02).
000300         10  ACTV-FEC-NACIMIENTO PIC 9(08).
000310         10  FILLER              PIC X(08).
000320     05  ACTV-ENC REDEFINES ACTV-DATOS.
000330         10  ACTV-ENC-FECHA      PIC 9(08).
000340         10  ACTV-ENC-HORA       PIC 9(06).
000350         10  ACTV-ENC-SECUENCIA  PIC 9(09).
000360         10  ACTV-ENC-TOTAL      PIC 9(07).
000370         10  ACTV-ENC-ESTADO     PIC X(01).
000380             88  ACTV-ENC-EN-PROCESO     VALUE "P".
000390             88  ACTV-ENC-LISTO          VALUE "L".
000400         10  FILLER              PIC X(88).
