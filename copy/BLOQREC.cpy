000010*----------------------------------------------------------*
000020*  BLOQREC.CPY                                               *
000030*  Layout del archivo de bloqueos por adeudo BLOQIDX (clave  *
000040*  BLOQ-CLIENTE): cuentas de tutor con adeudo de mas de 90   *
000050*  dias a las que no se ofrece reinscripcion ni se entregan  *
000060*  documentos oficiales.  Lo mantiene el batch CLIBLOQ       *
000070*  desde ANTIGIDX; CLIPOST libera el bloqueo cuando los      *
000080*  pagos cubren lo vencido y APRBREV anota la excepcion      *
000090*  aprobada en la cola APRBIDX.  Se consulta con BLOQCHK.    *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  BLOQ-REC.
000140     05  BLOQ-CLIENTE            PIC X(06).
000150     05  BLOQ-ESTADO             PIC X(01).
000160         88  BLOQ-ACTIVO                 VALUE "A".
000170         88  BLOQ-LIBERADO               VALUE "L".
000180     05  BLOQ-FEC-ALTA           PIC 9(08).
000190     05  BLOQ-VENCIDO            PIC 9(09)V9(02).
000200     05  BLOQ-ABONADO            PIC 9(09)V9(02).
000210     05  BLOQ-FEC-LIBERA         PIC 9(08).
000220     05  BLOQ-LIBERO             PIC X(20).
000230     05  BLOQ-EXC-HASTA          PIC 9(08).
000240     05  BLOQ-EXC-APROBO         PIC X(20).
