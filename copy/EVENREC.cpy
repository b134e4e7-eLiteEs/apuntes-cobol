000010*----------------------------------------------------------*
000020*  EVENREC.CPY                                               *
000030*  Layout de un evento escolar o salida (archivo EVENIDX,    *
000040*  clave EVEN-CODIGO): fecha (dia de clase en CALENIDX),     *
000050*  cursos invitados, costo por participante, cupo y fecha    *
000060*  limite para entregar el permiso firmado.  Los invitados   *
000070*  y sus permisos van en EVPAIDX (ver EVPAREC).  Compartido  *
000080*  por EVENMANT, EVENLIST y EVENCOBR.                        *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000110*----------------------------------------------------------*
000120 01  EVEN-REC.
000130     05  EVEN-CODIGO             PIC X(08).
000140     05  EVEN-DESCRIPCION        PIC X(30).
000150     05  EVEN-LUGAR              PIC X(30).
000160     05  EVEN-TIPO               PIC X(01).
000170         88  EVEN-SALIDA                 VALUE "S".
000180         88  EVEN-ACTO                   VALUE "A".
000190         88  EVEN-TIPO-VALIDO            VALUE "S" "A".
000200     05  EVEN-FECHA.
000210         10  EVEN-FEC-AAAA       PIC 9(04).
000220         10  EVEN-FEC-MM         PIC 9(02).
000230         10  EVEN-FEC-DD         PIC 9(02).
000240     05  EVEN-FEC-LIMITE         PIC 9(08).
000250     05  EVEN-COSTO              PIC 9(05)V9(02).
000260     05  EVEN-CAPACIDAD          PIC 9(03).
000270     05  EVEN-TOTAL-CURSOS       PIC 9(02).
000280     05  EVEN-CURSO              PIC X(10) OCCURS 8 TIMES.
000290     05  EVEN-RESPONSABLE        PIC X(20).
000300     05  EVEN-ESTADO             PIC X(01).
000310         88  EVEN-ABIERTO                VALUE "A".
000320         88  EVEN-CANCELADO              VALUE "X".
000330     05  EVEN-FEC-CAPTURA        PIC 9(08).
000340     05  EVEN-OPER-CAPTURA       PIC X(20).
000350     05  EVEN-FEC-CANCELACION    PIC 9(08).
