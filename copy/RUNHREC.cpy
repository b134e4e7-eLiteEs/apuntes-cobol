000010*----------------------------------------------------------*
000020*  RUNHREC.CPY                                               *
000030*  Layout del historico de corridas batch (archivo RUNHIST,  *
000040*  secuencial, solo se agrega).  La rutina RUNGUARD graba    *
000050*  un renglon I al aceptar el inicio de una corrida y un     *
000060*  renglon F al terminarla, con el tiempo transcurrido y el  *
000070*  volumen de registros que el programa informe (cero si no  *
000080*  lo informa).  Un inicio sin su fin es una corrida que     *
000090*  abendo.  Lo lee el reporte semanal de tendencia RUNTEND.  *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  RUNH-REC.
000140     05  RUNH-PROGRAMA           PIC X(08).
000150     05  RUNH-EVENTO             PIC X(01).
000160         88  RUNH-INICIO                 VALUE "I".
000170         88  RUNH-FIN                    VALUE "F".
000180     05  RUNH-FECHA              PIC 9(08).
000190     05  RUNH-HORA               PIC 9(06).
000200     05  RUNH-FECHA-INICIO       PIC 9(08).
000210     05  RUNH-HORA-INICIO        PIC 9(06).
000220     05  RUNH-SEGUNDOS           PIC 9(07).
000230     05  RUNH-RC                 PIC 9(02).
000240     05  RUNH-REGISTROS          PIC 9(09).
000250     05  RUNH-FORZADO            PIC X(01).
000260     05  FILLER                  PIC X(14).
