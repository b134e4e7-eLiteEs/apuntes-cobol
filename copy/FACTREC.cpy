000010*----------------------------------------------------------*
000020*  FACTREC.CPY                                               *
000030*  Layout del registro de facturas FACTIDX (clave FACT-FOLIO *
000040*  y clave alterna FACT-REFERENCIA = estudiante + periodo +  *
000050*  tipo, con duplicados).  Cada factura de colegiatura la    *
000060*  emite ESCFACT con folio consecutivo del control FACTCTL;  *
000070*  la nota de credito la emite ESCBAJA contra la factura     *
000080*  del mes cuando la baja deja un abono proporcional, con    *
000090*  folio de la misma serie y FACT-FOLIO-ORIGEN apuntando a   *
000100*  la factura que acredita.  FACT-ACREDITADO acumula en la   *
000110*  factura lo ya acreditado por notas.                        *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000140*----------------------------------------------------------*
000150 01  FACT-REC.
000160     05  FACT-FOLIO               PIC 9(06).
000170     05  FACT-REFERENCIA.
000180         10  FACT-IDEN            PIC X(05).
000190         10  FACT-PERIODO         PIC 9(06).
000200         10  FACT-TIPO            PIC X(01).
000210             88  FACT-ES-FACTURA          VALUE "F".
000220             88  FACT-ES-NOTA             VALUE "N".
000230     05  FACT-FECHA               PIC 9(08).
000240     05  FACT-CLIENTE             PIC X(06).
000250     05  FACT-TUTOR               PIC X(20).
000260     05  FACT-ESTUDIANTE          PIC X(30).
000270     05  FACT-CURSO               PIC X(10).
000280     05  FACT-BRUTO               PIC 9(05)V9(02).
000290     05  FACT-PCT-BECA            PIC 9(03).
000300     05  FACT-DESC-BECA           PIC 9(05)V9(02).
000310     05  FACT-PCT-HERMANOS        PIC 9(03).
000320     05  FACT-DESC-HERMANOS       PIC 9(05)V9(02).
000330     05  FACT-NETO                PIC 9(05)V9(02).
000340     05  FACT-FOLIO-ORIGEN        PIC 9(06).
000350     05  FACT-ACREDITADO          PIC 9(05)V9(02).
000360     05  FACT-OPERADOR            PIC X(20).
