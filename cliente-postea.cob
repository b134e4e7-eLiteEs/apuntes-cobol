000200*                  movimiento trae el numero de cliente y el
000210*                  posteo lee por la clave primaria; el
000220*                  historial usa el layout comun MOVREC.
000220*  2026-10-15 JFV  Posteo a prueba de reinicios: control de
000220*                  lotes posteados (POSTCTL, por cantidad y
000221*                  monto del lote) que niega repetir un lote
000221*                  ya posteado sin autorizacion expresa, y
000222*                  punto de control por movimiento (POSTCKP)
000222*                  para reanudar una corrida interrumpida
000223*                  despues del ultimo movimiento aplicado.
000223*                  Al terminar, CLIMOVS queda vacio para el
000223*                  siguiente lote.
000224*  2026-10-15 JFV  El origen del movimiento (MOV-ORIGEN) pasa
000224*                  al historial CLIMHIDX para la poliza
000225*                  contable CLIPOLIZ.
000225*  2026-10-15 JFV  Los pagos de una cuenta bloqueada por
000226*                  adeudo (BLOQIDX, ver CLIBLOQ) se abonan al
000226*                  bloqueo; cuando cubren lo vencido o dejan
000226*                  la cuenta sin saldo, el bloqueo se libera
000227*                  sin esperar el siguiente cierre.
000227*  2026-10-15 JFV  Con los totales sin conciliar no se registra el
000228*                  lote en POSTCTL, no se limpia el punto de
000228*                  reinicio ni se vacia CLIMOVS; el paso termina
000229*                  con RC 8.
000229*  2026-10-15 JFV  RECHAZO-DATOS a 27 posiciones: el renglon de
000229*                  CLIMRECH conserva MOV-ORIGEN.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CLIPOST.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RCH-STATUS.
000530
000530     SELECT CONTROL-FILE ASSIGN TO "POSTCTL"
000531         ORGANIZATION IS LINE SEQUENTIAL
000531         FILE STATUS IS WS-CTL-STATUS.
000532
000533     SELECT CHECKPOINT-FILE ASSIGN TO "POSTCKP"
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-CKP-STATUS.
000535
000535     SELECT BLOQUEO-FILE ASSIGN TO "BLOQIDX"
000536         ORGANIZATION IS INDEXED
000537         ACCESS MODE IS RANDOM
000537         RECORD KEY IS BLOQ-CLIENTE
000538         FILE STATUS IS WS-BLQ-STATUS.
000539
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MOVIMIENTO-FILE.
000640
000650 FD  RECHAZO-FILE.
000660 01  RECHAZO-REC.
000670     05  RECHAZO-DATOS             PIC X(27).
000680     05  FILLER                    PIC X(01).
000690     05  RECHAZO-MOTIVO            PIC X(02).
000700
000700*  Un renglon por lote posteado completo: el lote se
000700*  identifica por su cantidad de movimientos y su monto.
000700 FD  CONTROL-FILE.
000701 01  CONTROL-REC.
000701     05  CTL-REGISTROS            PIC 9(07).
000701     05  FILLER                   PIC X(01).
000701     05  CTL-MONTO                PIC 9(10)V9(02).
000702     05  FILLER                   PIC X(01).
000702     05  CTL-FECHA                PIC 9(08).
000702
000703*  Punto de reinicio: lote en curso, movimientos ya
000703*  procesados y los contadores de control a ese momento.
000703 FD  CHECKPOINT-FILE.
000703 01  CKP-REC.
000704     05  CKP-REGISTROS            PIC 9(07).
000704     05  FILLER                   PIC X(01).
000704     05  CKP-MONTO                PIC 9(10)V9(02).
000704     05  FILLER                   PIC X(01).
000705     05  CKP-CONTADOR             PIC 9(07).
000705     05  FILLER                   PIC X(01).
000705     05  CKP-APLICADOS            PIC 9(07).
000706     05  FILLER                   PIC X(01).
000706     05  CKP-RECHAZADOS           PIC 9(07).
000706     05  FILLER                   PIC X(01).
000706     05  CKP-MONTO-APLICADO       PIC 9(10)V9(02).
000707     05  FILLER                   PIC X(01).
000707     05  CKP-MONTO-RECHAZADO      PIC 9(10)V9(02).
000707     05  FILLER                   PIC X(01).
000707     05  CKP-FECHA                PIC 9(08).
000708
000708 FD  BLOQUEO-FILE.
000708     COPY BLOQREC.
000709
000710 WORKING-STORAGE SECTION.
000720 01  WS-MOV-STATUS                PIC X(02).
000730     88  WS-MOV-OK                        VALUE "00".
000830 01  WS-RCH-STATUS                PIC X(02).
000840     88  WS-RCH-OK                        VALUE "00".
000850
000850 01  WS-CTL-STATUS                PIC X(02).
000851     88  WS-CTL-OK                        VALUE "00".
000852     88  WS-CTL-FIN-ARCHIVO               VALUE "10".
000853
000854 01  WS-CKP-STATUS                PIC X(02).
000855     88  WS-CKP-OK                        VALUE "00".
000856
000857 01  WS-BLQ-STATUS                PIC X(02).
000858     88  WS-BLQ-OK                        VALUE "00".
000859
000860 01  WS-SWITCHES.
000870     05  WS-TOTALES-OK             PIC X(01) VALUE "N".
000880         88  TOTALES-CONCILIADOS          VALUE "S".
000883     05  WS-HAY-BLOQUEOS           PIC X(01) VALUE "N".
000886         88  BLOQUEOS-DISPONIBLES         VALUE "S".
000890
000900*  Motivos de rechazo en CLIMRECH:
000910*  01 cliente desconocido  02 tipo de movimiento invalido
000950     05  WS-MOV-LEIDOS            PIC 9(07) COMP VALUE ZERO.
000960     05  WS-MOV-APLICADOS         PIC 9(07) COMP VALUE ZERO.
000970     05  WS-MOV-RECHAZADOS        PIC 9(07) COMP VALUE ZERO.
000975     05  WS-BLOQUEOS-LIBERADOS    PIC 9(07) COMP VALUE ZERO.
000980
000990 01  WS-TOTALES-CONTROL.
001000     05  WS-MONTO-LEIDO           PIC 9(10)V9(02) VALUE ZERO.
001031 01  WS-HIST-GRABADO              PIC X(01).
001032     88  HISTORIAL-GRABADO                VALUE "S".
001033
001033*  Identidad del lote de CLIMOVS (prepasada) y control de
001034*  reinicio.
001034 01  WS-LOTE-REGISTROS            PIC 9(07) COMP VALUE ZERO.
001035 01  WS-LOTE-MONTO                PIC 9(10)V9(02) VALUE ZERO.
001035 01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
001036 01  WS-CONFIRMA                  PIC X(01).
001036 01  WS-PUNTO-REINICIO            PIC 9(07) COMP VALUE ZERO.
001037 01  WS-CKP-EXISTE                PIC X(01) VALUE "N".
001037     88  HAY-PUNTO-DE-REINICIO            VALUE "S".
001038 01  WS-LOTE-ESTADO               PIC X(01) VALUE "N".
001038     88  LOTE-YA-POSTEADO                 VALUE "S".
001039
001040 COPY ERRPARM.
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001082     PERFORM 1200-TOTALIZAR-LOTE THRU 1200-EXIT.
001084     PERFORM 1300-VERIFICAR-LOTE THRU 1300-EXIT.
001086     PERFORM 1400-LEER-CHECKPOINT THRU 1400-EXIT.
001090     PERFORM 2000-POSTEAR-MOVIMIENTOS THRU 2000-EXIT
001100         UNTIL WS-MOV-FIN-ARCHIVO.
001110     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001470     IF NOT WS-RCH-OK
001480         OPEN OUTPUT RECHAZO-FILE
001490     END-IF.
001491
001492*  Sin BLOQIDX no hay bloqueos que liberar.
001493     OPEN I-O BLOQUEO-FILE.
001494     IF WS-BLQ-OK
001495         SET BLOQUEOS-DISPONIBLES TO TRUE
001496     END-IF.
001497     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001500 1000-EXIT.
001500     EXIT.
001500
001500*----------------------------------------------------------*
001500*  1200-TOTALIZAR-LOTE - Prepasada de CLIMOVS: cantidad y    *
001500*  monto del lote, que lo identifican en POSTCTL y en el     *
001500*  punto de control; deja el archivo listo para el posteo.   *
001500*----------------------------------------------------------*
001500 1200-TOTALIZAR-LOTE.
001500     PERFORM 1210-SUMAR-UNO THRU 1210-EXIT
001500         UNTIL WS-MOV-FIN-ARCHIVO.
001500     CLOSE MOVIMIENTO-FILE.
001501     OPEN INPUT MOVIMIENTO-FILE.
001501 1200-EXIT.
001501     EXIT.
001501
001501 1210-SUMAR-UNO.
001501     READ MOVIMIENTO-FILE
001501         AT END
001501             SET WS-MOV-FIN-ARCHIVO TO TRUE
001501         NOT AT END
001501             ADD 1 TO WS-LOTE-REGISTROS
001501             ADD MOV-MONTO TO WS-LOTE-MONTO
001501     END-READ.
001502 1210-EXIT.
001502     EXIT.
001502
001502*----------------------------------------------------------*
001502*  1300-VERIFICAR-LOTE - Si POSTCTL ya registra un lote con  *
001502*  la misma cantidad y monto, la corrida se niega salvo      *
001502*  autorizacion expresa del operador (como el control de    *
001502*  periodo de ESCCUOTA).                                     *
001502*----------------------------------------------------------*
001502 1300-VERIFICAR-LOTE.
001502     IF WS-LOTE-REGISTROS = ZERO
001503         GO TO 1300-EXIT
001503     END-IF.
001503     OPEN INPUT CONTROL-FILE.
001503     IF NOT WS-CTL-OK
001503         GO TO 1300-EXIT
001503     END-IF.
001503     PERFORM 1310-LEER-CONTROL THRU 1310-EXIT
001503         UNTIL WS-CTL-FIN-ARCHIVO OR LOTE-YA-POSTEADO.
001503     CLOSE CONTROL-FILE.
001503     IF LOTE-YA-POSTEADO
001503         DISPLAY "EL LOTE DE " WS-LOTE-REGISTROS
001503             " MOVIMIENTOS POR " WS-LOTE-MONTO
001504         DISPLAY "YA FUE POSTEADO EL " CTL-FECHA
001504         DISPLAY "Postear de nuevo de todos modos (S/N):"
001504         ACCEPT WS-CONFIRMA
001504         IF WS-CONFIRMA NOT = "S"
001504             DISPLAY "CORRIDA CANCELADA"
001504             MOVE 8 TO RETURN-CODE
001504             STOP RUN
001504         END-IF
001504     END-IF.
001504 1300-EXIT.
001504     EXIT.
001504
001505 1310-LEER-CONTROL.
001505     READ CONTROL-FILE
001505         AT END
001505             SET WS-CTL-FIN-ARCHIVO TO TRUE
001505         NOT AT END
001505             IF CTL-REGISTROS = WS-LOTE-REGISTROS
001505                AND CTL-MONTO = WS-LOTE-MONTO
001505                 SET LOTE-YA-POSTEADO TO TRUE
001505             END-IF
001505     END-READ.
001505 1310-EXIT.
001506     EXIT.
001506
001506*----------------------------------------------------------*
001506*  1400-LEER-CHECKPOINT - Punto de reinicio de una corrida   *
001506*  interrumpida del mismo lote: se saltan los movimientos    *
001506*  ya procesados y se recuperan los contadores de control    *
001506*  para que la conciliacion final cubra el lote completo.    *
001506*----------------------------------------------------------*
001506 1400-LEER-CHECKPOINT.
001506     OPEN INPUT CHECKPOINT-FILE.
001506     IF NOT WS-CKP-OK
001506         GO TO 1400-EXIT
001507     END-IF.
001507     READ CHECKPOINT-FILE
001507         AT END
001507             CONTINUE
001507         NOT AT END
001507             IF CKP-REGISTROS = WS-LOTE-REGISTROS
001507                AND CKP-MONTO = WS-LOTE-MONTO
001507                AND CKP-CONTADOR IS NUMERIC
001507                AND CKP-CONTADOR > ZERO
001507                 MOVE CKP-CONTADOR TO WS-PUNTO-REINICIO
001507                 MOVE CKP-APLICADOS TO WS-MOV-APLICADOS
001507                 MOVE CKP-RECHAZADOS TO WS-MOV-RECHAZADOS
001508                 MOVE CKP-MONTO-APLICADO TO WS-MONTO-APLICADO
001508                 MOVE CKP-MONTO-RECHAZADO
001508                     TO WS-MONTO-RECHAZADO
001508                 SET HAY-PUNTO-DE-REINICIO TO TRUE
001508             END-IF
001508     END-READ.
001508     CLOSE CHECKPOINT-FILE.
001508     IF HAY-PUNTO-DE-REINICIO
001508         DISPLAY "REANUDANDO POSTEO DESPUES DEL MOVIMIENTO "
001508             WS-PUNTO-REINICIO
001508     END-IF.
001509 1400-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------*
001610         NOT AT END
001620             ADD 1 TO WS-MOV-LEIDOS
001630             ADD MOV-MONTO TO WS-MONTO-LEIDO
001635             IF WS-MOV-LEIDOS > WS-PUNTO-REINICIO
001640                 PERFORM 2100-APLICAR-MOVIMIENTO THRU 2100-EXIT
001643                 PERFORM 2050-GRABAR-CHECKPOINT THRU 2050-EXIT
001646             END-IF
001650     END-READ.
001660 2000-EXIT.
001660     EXIT.
001661
001661*  A diferencia de la facturacion, el punto de control se
001662*  graba tras cada movimiento: un pago aplicado dos veces no
001662*  se repone regenerando el cargo.
001663 2050-GRABAR-CHECKPOINT.
001663     OPEN OUTPUT CHECKPOINT-FILE.
001664     MOVE WS-LOTE-REGISTROS  TO CKP-REGISTROS.
001664     MOVE WS-LOTE-MONTO      TO CKP-MONTO.
001665     MOVE WS-MOV-LEIDOS      TO CKP-CONTADOR.
001665     MOVE WS-MOV-APLICADOS   TO CKP-APLICADOS.
001666     MOVE WS-MOV-RECHAZADOS  TO CKP-RECHAZADOS.
001666     MOVE WS-MONTO-APLICADO  TO CKP-MONTO-APLICADO.
001667     MOVE WS-MONTO-RECHAZADO TO CKP-MONTO-RECHAZADO.
001667     MOVE WS-FECHA-PROCESO   TO CKP-FECHA.
001668     WRITE CKP-REC.
001668     CLOSE CHECKPOINT-FILE.
001669 2050-EXIT.
001670     EXIT.
001680
001690 2100-APLICAR-MOVIMIENTO.
001980             ADD 1 TO WS-MOV-APLICADOS
001990             ADD MOV-MONTO TO WS-MONTO-APLICADO
002000             PERFORM 2250-GRABAR-HISTORIAL THRU 2250-EXIT
002005             IF MOV-ES-PAGO AND BLOQUEOS-DISPONIBLES
002010                 PERFORM 2270-ABONAR-BLOQUEO THRU 2270-EXIT
002015             END-IF
002020     END-REWRITE.
002030 2200-EXIT.
002040     EXIT.
002058     MOVE MOV-FECHA   TO MOVH-FECHA.
002059     MOVE MOV-TIPO    TO MOVH-TIPO.
002060     MOVE MOV-MONTO   TO MOVH-MONTO.
002060     MOVE MOV-ORIGEN  TO MOVH-ORIGEN.
002061     MOVE 1 TO MOVH-SECUENCIA.
002062     MOVE "N" TO WS-HIST-GRABADO.
002063     PERFORM 2260-INTENTAR-GRABAR THRU 2260-EXIT
002074             SET HISTORIAL-GRABADO TO TRUE
002075     END-WRITE.
002076 2260-EXIT.
002076     EXIT.
002076
002076*----------------------------------------------------------*
002076*  2270-ABONAR-BLOQUEO - El pago de una cuenta bloqueada se  *
002076*  abona al bloqueo; se libera cuando lo abonado cubre el    *
002076*  vencido de mas de 90 dias o la cuenta queda sin saldo.    *
002076*----------------------------------------------------------*
002076 2270-ABONAR-BLOQUEO.
002076     MOVE MOV-CLIENTE TO BLOQ-CLIENTE.
002076     READ BLOQUEO-FILE
002076         INVALID KEY
002076             GO TO 2270-EXIT
002076     END-READ.
002076     IF NOT BLOQ-ACTIVO
002076         GO TO 2270-EXIT
002076     END-IF.
002076     ADD MOV-MONTO TO BLOQ-ABONADO.
002076     IF BLOQ-ABONADO NOT < BLOQ-VENCIDO
002076        OR CLIENTE-SALDO NOT > ZERO
002076         SET BLOQ-LIBERADO TO TRUE
002076         MOVE WS-FECHA-PROCESO TO BLOQ-FEC-LIBERA
002076         MOVE "CLIPOST"        TO BLOQ-LIBERO
002076         MOVE ZERO             TO BLOQ-EXC-HASTA
002076         MOVE SPACES           TO BLOQ-EXC-APROBO
002076     END-IF.
002076     REWRITE BLOQ-REC
002076         INVALID KEY
002076             DISPLAY "ERROR AL REESCRIBIR BLOQIDX: " BLOQ-CLIENTE
002076             GO TO 2270-EXIT
002076     END-REWRITE.
002076     IF BLOQ-LIBERADO
002076         ADD 1 TO WS-BLOQUEOS-LIBERADOS
002076         DISPLAY "BLOQUEO POR ADEUDO LIBERADO, CLIENTE="
002076             MOV-CLIENTE
002076     END-IF.
002076 2270-EXIT.
002077     EXIT.
002078
002079 2300-RECHAZAR-MOVIMIENTO.
002240     CLOSE CLIENTE-FILE.
002250     CLOSE HISTORIAL-FILE.
002260     CLOSE RECHAZO-FILE.
002261     IF BLOQUEOS-DISPONIBLES
002262         CLOSE BLOQUEO-FILE
002263     END-IF.
002270
002280     DISPLAY " ".
002290     DISPLAY "---- RESUMEN DE POSTEO DE MOVIMIENTOS ----".
002330         " POR " WS-MONTO-APLICADO.
002340     DISPLAY "RECHAZADOS : " WS-MOV-RECHAZADOS
002350         " POR " WS-MONTO-RECHAZADO.
002355     DISPLAY "BLOQUEOS LIBERADOS: " WS-BLOQUEOS-LIBERADOS.
002360
002370     PERFORM 9100-RECONCILIAR-TOTALES THRU 9100-EXIT.
002371     IF TOTALES-CONCILIADOS
002372         PERFORM 9200-CERRAR-LOTE THRU 9200-EXIT
002373     ELSE
002374         DISPLAY "LOTE SIN CERRAR: POSTCTL, PUNTO DE REINICIO"
002375             " Y CLIMOVS QUEDAN COMO ESTABAN"
002376     END-IF.
002380 9000-EXIT.
002390     EXIT.
002400
002540         MOVE "TOTALES DE CONTROL NO CONCILIAN EN EL POSTEO"
002550             TO ERRHAND-MENSAJE
002560         CALL "ERRHAND" USING ERRHAND-PARM
002570         MOVE 8 TO RETURN-CODE
002580     END-IF.
002590 9100-EXIT.
002600     EXIT.

002620*----------------------------------------------------------*
002630*  9200-CERRAR-LOTE - Solo con los totales conciliados: un   *
002640*  lote que llega al final limpia su punto de reinicio,      *
002650*  queda registrado en POSTCTL y se vacia CLIMOVS para que   *
002660*  el siguiente lote no arrastre movimientos ya posteados.   *
002670*----------------------------------------------------------*
002680 9200-CERRAR-LOTE.
002690     OPEN OUTPUT CHECKPOINT-FILE.
002700     CLOSE CHECKPOINT-FILE.
002710     IF WS-LOTE-REGISTROS > ZERO
002720         OPEN EXTEND CONTROL-FILE
002730         IF NOT WS-CTL-OK
002740             OPEN OUTPUT CONTROL-FILE
002750         END-IF
002760         IF WS-CTL-OK
002770             MOVE WS-LOTE-REGISTROS TO CTL-REGISTROS
002780             MOVE WS-LOTE-MONTO TO CTL-MONTO
002790             MOVE WS-FECHA-PROCESO TO CTL-FECHA
002800             WRITE CONTROL-REC
002810             CLOSE CONTROL-FILE
002820         END-IF
002830         OPEN OUTPUT MOVIMIENTO-FILE
002840         CLOSE MOVIMIENTO-FILE
002850     END-IF.
002860 9200-EXIT.
002870     EXIT.
