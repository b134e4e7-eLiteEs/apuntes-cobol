000010*----------------------------------------------------------*
000020*  AVISREC.CPY                                               *
000030*  Layout de la bitacora de avisos de inasistencia AVISIDX   *
000040*  (clave IDEN + FECHA de la ausencia): un registro por      *
000050*  cada ausencia sin justificar que ASISAVIS aviso a la      *
000060*  familia por el gateway de mensajes (o que no pudo avisar  *
000070*  por falta de telefono).  Una ausencia cuyo estudiante ya  *
000080*  tiene aviso del dia de clase anterior se escala a la      *
000090*  lista del coordinador de curso.                           *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  AVIS-REC.
000140     05  AVIS-CLAVE.
000150         10  AVIS-IDEN           PIC X(05).
000160         10  AVIS-FECHA          PIC 9(08).
000170     05  AVIS-CURSO              PIC X(10).
000180     05  AVIS-TUTOR              PIC X(20).
000190     05  AVIS-CONTACTO           PIC X(20).
000200     05  AVIS-TELEFONO           PIC X(12).
000210     05  AVIS-ESTADO             PIC X(01).
000220         88  AVIS-ENVIADO                VALUE "E".
000230         88  AVIS-SIN-TELEFONO           VALUE "S".
000240     05  AVIS-ESCALADO           PIC X(01).
000250         88  AVIS-FUE-ESCALADO           VALUE "S".
000260     05  AVIS-FEC-ENVIO          PIC 9(08).
000270     05  AVIS-HORA-ENVIO         PIC 9(06).
