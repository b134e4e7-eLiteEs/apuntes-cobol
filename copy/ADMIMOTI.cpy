000010*----------------------------------------------------------*
000020*  ADMIMOTI.CPY                                              *
000030*  Catalogo de motivos de rechazo de una solicitud de        *
000040*  admision (codigo y texto).  Lo usan la decision ADMIDECI, *
000050*  las cartas ADMICART y el reporte ADMIREPT.  El motivo 99  *
000060*  pide la observacion.  Un motivo nuevo se agrega antes     *
000070*  del 99, ajustando el total y el OCCURS.                   *
000080*----------------------------------------------------------*
000090* 2026-10-15 JFV  Creacion inicial.
000100*----------------------------------------------------------*
000110 01  ADMIMOTI-TOTAL              PIC 9(02) COMP VALUE 6.
000120 01  ADMIMOTI-CATALOGO.
000130     05  FILLER PIC X(32) VALUE
000140         "01Puntaje insuficiente          ".
000150     05  FILLER PIC X(32) VALUE
000160         "02Edad no corresponde al curso  ".
000170     05  FILLER PIC X(32) VALUE
000180         "03Documentacion incompleta      ".
000190     05  FILLER PIC X(32) VALUE
000200         "04No se presento al examen      ".
000210     05  FILLER PIC X(32) VALUE
000220         "05La familia desistio           ".
000230     05  FILLER PIC X(32) VALUE
000240         "99Otro motivo                   ".
000250 01  ADMIMOTI-TABLA REDEFINES ADMIMOTI-CATALOGO.
000260     05  ADMIMOTI-ENTRADA        OCCURS 6 TIMES
000270                                 INDEXED BY ADMIMOTI-IDX.
000280         10  ADMIMOTI-CODIGO     PIC X(02).
000290         10  ADMIMOTI-TEXTO      PIC X(30).
