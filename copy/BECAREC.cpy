000090*  comparten ESTUDIANTE-TUTOR.                                *
000100*----------------------------------------------------------*
000110* 2026-09-01 JFV  Creacion inicial.
000112* 2026-10-15 JFV  Estado de la revision anual de renovacion
000114*                 (BECAREVI): renovada, en aviso o con
000116*                 revocacion propuesta en la cola APRBIDX
000118*                 (porcentaje propuesto y secuencia), que
000119*                 aplica APRBREV.  Conversion en BECACONV.
000120*----------------------------------------------------------*
000130 01  BECA-REC.
000140     05  BECA-IDEN               PIC X(05).
000150     05  BECA-PORCENTAJE         PIC 9(03).
000160     05  BECA-DESCRIPCION        PIC X(20).
000170     05  BECA-ESTADO-REVISION    PIC X(01).
000180         88  BECA-SIN-REVISION           VALUE SPACE.
000190         88  BECA-RENOVADA               VALUE "R".
000200         88  BECA-EN-AVISO               VALUE "A".
000210         88  BECA-EN-REVOCACION          VALUE "V".
000220     05  BECA-FEC-REVISION       PIC 9(08).
000230     05  BECA-PCT-PROPUESTO      PIC 9(03).
000240     05  BECA-APRB-SECUENCIA     PIC 9(06).
