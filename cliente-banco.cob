000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-09-01 JFV  Creacion inicial.
000231*  2026-10-15 JFV  Los depositos de efectivo de la caja de la
000232*                  recepcion (referencia "CJ" + dia de caja)
000233*                  se apartan sin casar con clientes: esos
000234*                  pagos ya los registro CLICAJA.  Entran al
000235*                  cuadre del total del banco y los concilia
000236*                  CAJACONC contra CAJADIA.
000237*  2026-10-15 JFV  Los pagos casados salen con origen "BA"
000238*                  (banco) para la poliza contable CLIPOLIZ.
000240*----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CLIBANCO.
001160     05  WS-DEP-LEIDOS            PIC 9(07) COMP VALUE ZERO.
001170     05  WS-DEP-CASADOS           PIC 9(07) COMP VALUE ZERO.
001180     05  WS-DEP-SUSPENSO          PIC 9(07) COMP VALUE ZERO.
001185     05  WS-DEP-CAJA              PIC 9(07) COMP VALUE ZERO.
001190     05  WS-MOV-LIBERADOS         PIC 9(07) COMP VALUE ZERO.
001200
001210 01  WS-TOTALES-CONTROL.
001220     05  WS-MONTO-LEIDO           PIC 9(10)V9(02) VALUE ZERO.
001230     05  WS-MONTO-CASADO          PIC 9(10)V9(02) VALUE ZERO.
001240     05  WS-MONTO-SUSPENSO        PIC 9(10)V9(02) VALUE ZERO.
001245     05  WS-MONTO-CAJA            PIC 9(10)V9(02) VALUE ZERO.
001250     05  WS-MONTO-BANCO           PIC 9(10)V9(02) VALUE ZERO.
001260
001270 COPY ERRPARM.
001920         WHEN BCO-DETALLE
001930             ADD 1 TO WS-DEP-LEIDOS
001940             ADD BCO-MONTO TO WS-MONTO-LEIDO
001942             IF BCO-REFERENCIA (1:2) = "CJ"
001944                 PERFORM 2400-APARTAR-DEPOSITO-CAJA
001946                     THRU 2400-EXIT
001948             ELSE
001950                 PERFORM 2100-CASAR-DEPOSITO THRU 2100-EXIT
001952             END-IF
001960         WHEN OTHER
001970             ADD 1 TO WS-DEP-LEIDOS
001980             ADD BCO-MONTO TO WS-MONTO-LEIDO
002300     MOVE BCO-FECHA      TO PAS-FECHA.
002310     MOVE "P"            TO PAS-TIPO.
002320     MOVE BCO-MONTO      TO PAS-MONTO.
002325     MOVE "BA"           TO PAS-ORIGEN.
002330     WRITE PAS-REC.
002340     ADD 1 TO WS-DEP-CASADOS.
002350     ADD BCO-MONTO TO WS-MONTO-CASADO.
002480     EXIT.
002490
002500*----------------------------------------------------------*
002500*  2400-APARTAR-DEPOSITO-CAJA - Deposito del efectivo de la  *
002501*  caja; no es pago de un tutor.  Lo concilia CAJACONC.       *
002502*----------------------------------------------------------*
002503 2400-APARTAR-DEPOSITO-CAJA.
002504     ADD 1 TO WS-DEP-CAJA.
002504     ADD BCO-MONTO TO WS-MONTO-CAJA.
002505     DISPLAY "DEPOSITO DE CAJA APARTADO, REF=" BCO-REFERENCIA.
002506 2400-EXIT.
002507     EXIT.
002508
002509*----------------------------------------------------------*
002510*  8000-RECONCILIAR-TOTALES - El total del banco (renglon T) *
002520*  debe cuadrar con casados mas suspenso mas depositos de    *
002530*  caja; si no cuadra no se libera nada a CLIMOVS.            *
002540*----------------------------------------------------------*
002550 8000-RECONCILIAR-TOTALES.
002560     IF NOT TRAILER-LEIDO
002580
002590     IF TRAILER-LEIDO
002600        AND WS-MONTO-CASADO + WS-MONTO-SUSPENSO
002610            + WS-MONTO-CAJA = WS-MONTO-BANCO
002620        AND WS-MONTO-CASADO + WS-MONTO-SUSPENSO
002630            + WS-MONTO-CAJA = WS-MONTO-LEIDO
002640         SET TOTALES-CONCILIADOS TO TRUE
002650         DISPLAY "TOTALES DE CONTROL CONCILIADOS".
002660
003240         " POR " WS-MONTO-CASADO.
003250     DISPLAY "A SUSPENSO        : " WS-DEP-SUSPENSO
003260         " POR " WS-MONTO-SUSPENSO.
003263     DISPLAY "DEPOSITOS DE CAJA : " WS-DEP-CAJA
003266         " POR " WS-MONTO-CAJA.
003270     DISPLAY "TOTAL DEL BANCO   : " WS-MONTO-BANCO.
003280     DISPLAY "LIBERADOS A CLIMOVS: " WS-MOV-LIBERADOS.
003290 9000-EXIT.
