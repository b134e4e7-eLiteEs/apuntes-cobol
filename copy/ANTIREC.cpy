000010*----------------------------------------------------------*
000020*  ANTIREC.CPY                                               *
000030*  Layout de la antiguedad de saldos por cuenta (archivo     *
000040*  ANTIGIDX, clave ANTI-CLIENTE): las cubetas corriente, 30, *
000050*  60 y mas de 90 dias y el vencido para cobranza que        *
000060*  CLIANTIG calcula en cada corrida mensual y recrea         *
000070*  completo.  Lo consultan los procesos que necesitan el     *
000080*  adeudo vencido de un tutor sin recalcular el historial    *
000090*  (revision de becas BECAREVI).                             *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  ANTI-REC.
000140     05  ANTI-CLIENTE            PIC X(06).
000150     05  ANTI-FECHA              PIC 9(08).
000160     05  ANTI-CORRIENTE          PIC 9(09)V9(02).
000170     05  ANTI-30                 PIC 9(09)V9(02).
000180     05  ANTI-60                 PIC 9(09)V9(02).
000190     05  ANTI-90                 PIC 9(09)V9(02).
000200     05  ANTI-VENCIDO            PIC 9(09)V9(02).
000210     05  ANTI-MARCA              PIC X(09).
