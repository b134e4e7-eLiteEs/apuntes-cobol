000010*----------------------------------------------------------*
000020*  FACPREC.CPY                                               *
000030*  Layout de un cargo de colegiatura pendiente de facturar   *
000040*  (archivo FACTPEND).  Lo deja ESCCUOTA por cada cargo      *
000050*  aplicado, con la cuota bruta del curso y el desglose de   *
000060*  beca y descuento por hermanos; lo consume el paso de      *
000070*  facturacion ESCFACT, que le asigna folio y lo vacia al    *
000080*  terminar bien.                                             *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000102* 2026-10-15 JFV  Tambien lo lee DOMIENV, antes de ESCFACT,
000104*                 para cobrar por domiciliacion los cargos
000106*                 de las cuentas inscritas.
000110*----------------------------------------------------------*
000120 01  FPEN-REC.
000130     05  FPEN-PERIODO             PIC 9(06).
000140     05  FPEN-FECHA               PIC 9(08).
000150     05  FPEN-CLIENTE             PIC X(06).
000160     05  FPEN-TUTOR               PIC X(20).
000170     05  FPEN-IDEN                PIC X(05).
000180     05  FPEN-ESTUDIANTE          PIC X(30).
000190     05  FPEN-CURSO               PIC X(10).
000200     05  FPEN-BRUTO               PIC 9(05)V9(02).
000210     05  FPEN-PCT-BECA            PIC 9(03).
000220     05  FPEN-DESC-BECA           PIC 9(05)V9(02).
000230     05  FPEN-PCT-HERMANOS        PIC 9(03).
000240     05  FPEN-DESC-HERMANOS       PIC 9(05)V9(02).
000250     05  FPEN-NETO                PIC 9(05)V9(02).
