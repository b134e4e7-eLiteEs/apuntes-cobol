000010*----------------------------------------------------------*
000020*  DOMMREC.CPY                                               *
000030*  Layout del registro de cargos domiciliados DOMMIDX        *
000040*  (clave DOMM-REFERENCIA = cliente + estudiante + periodo,  *
000050*  la misma referencia que viaja al banco): cada cargo del   *
000060*  periodo que DOMIENV mando a cobrar y la respuesta del     *
000070*  banco que aplico DOMIRESP.  Una respuesta solo se aplica  *
000080*  a un cargo enviado y aun sin contestar.                    *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000110*----------------------------------------------------------*
000120 01  DOMM-REC.
000130     05  DOMM-REFERENCIA.
000140         10  DOMM-CLIENTE         PIC X(06).
000150         10  DOMM-IDEN            PIC X(05).
000160         10  DOMM-PERIODO         PIC 9(06).
000170     05  DOMM-FEC-ENVIO           PIC 9(08).
000180     05  DOMM-CUENTA              PIC X(18).
000190     05  DOMM-MONTO               PIC 9(08)V9(02).
000200     05  DOMM-ESTADO              PIC X(01).
000210         88  DOMM-ENVIADO                 VALUE "E".
000220         88  DOMM-COBRADO                 VALUE "C".
000230         88  DOMM-RECHAZADO               VALUE "R".
000240     05  DOMM-MOTIVO              PIC X(02).
000250     05  DOMM-FEC-RESPUESTA       PIC 9(08).
