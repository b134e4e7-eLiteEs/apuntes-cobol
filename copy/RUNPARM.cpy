000070*  rechaza la corrida duplicada del mismo dia y la corrida   *
000080*  fuera de secuencia (el precedente no corrio bien hoy);    *
000090*  al terminar, registra el codigo de retorno en RUNCTL.     *
000092*  Al terminar, RUNGUARD-REGISTROS lleva el volumen que      *
000094*  proceso el programa (cero = no lo informa) para el        *
000096*  historico RUNHIST.                                        *
000100*----------------------------------------------------------*
000110* 2026-09-01 JFV  Creacion inicial.
000115* 2026-10-15 JFV  RUNGUARD-REGISTROS para el historico RUNHIST.
000120*----------------------------------------------------------*
000130 01  RUNGUARD-PARM.
000140     05  RUNGUARD-FUNCION            PIC X(01).
000260         88  RUNGUARD-ERROR-ARCHIVO          VALUE "9".
000270     05  RUNGUARD-ULT-FECHA          PIC 9(08).
000280     05  RUNGUARD-ULT-RC             PIC 9(02).
000290     05  RUNGUARD-REGISTROS          PIC 9(09).
