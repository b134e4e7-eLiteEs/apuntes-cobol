000217*                  de la prepasada se avisan por consola y
000218*                  se cuentan en el resumen: esas familias
000219*                  quedarian sin descuento por hermanos.
000219*  2026-10-15 JFV  Cada cargo aplicado se deja en FACTPEND
000219*                  con la cuota bruta, la beca y el
000219*                  descuento por hermanos por separado,
000219*                  para que el paso de facturacion ESCFACT
000219*                  emita la factura con folio controlado.
000219*  2026-10-15 JFV  El cargo en CLIMHIDX lleva origen "CU", el
000219*                  nivel del curso y el desglose de cuota
000219*                  bruta, beca y hermanos para la poliza
000219*                  contable CLIPOLIZ.
000219*  2026-10-15 JFV  La cuota sale del tarifario TARIFIDX (via
000219*                  TARIFCHK) vigente el primer dia del
000219*                  periodo facturado; sin renglon vigente se
000219*                  usa CURSO-CUOTA.  Repetir un periodo viejo
000219*                  cobra la cuota de entonces.
000219*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000219*                  terminar, para el historico RUNHIST.
000220*----------------------------------------------------------*
000221 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCCUOTA.
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-CKP-STATUS.
000577
000577     SELECT PENDIENTE-FILE ASSIGN TO "FACTPEND"
000578         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-FPE-STATUS.
000579
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ESTUDIANTE-FILE.
000723     05  CKP-CONTADOR             PIC 9(07).
000724     05  FILLER                   PIC X(01).
000725     05  CKP-FECHA                PIC 9(08).
000725
000725 FD  PENDIENTE-FILE.
000725     COPY FACPREC.
000726
000727 WORKING-STORAGE SECTION.
000730 01  WS-STU-STATUS                PIC X(02).
001043 01  WS-CKP-STATUS                PIC X(02).
001044     88  WS-CKP-OK                        VALUE "00".
001045
001045 01  WS-FPE-STATUS                PIC X(02).
001045     88  WS-FPE-OK                        VALUE "00".
001045
001046 01  WS-PERIODO-FACTURA           PIC 9(06) VALUE ZERO.
001046 01  WS-FECHA-TARIFA              PIC 9(08) VALUE ZERO.
001047 01  WS-ENTRADA-PERIODO           PIC X(06).
001048 01  WS-CONFIRMA                  PIC X(01).
001049 01  WS-PUNTO-REINICIO            PIC 9(07) COMP VALUE ZERO.
001059 01  WS-PCT-BECA                  PIC 9(03) VALUE ZERO.
001060 01  WS-PCT-TOTAL                 PIC 9(03) VALUE ZERO.
001061 01  WS-MONTO-DESCUENTO           PIC 9(05)V9(02) VALUE ZERO.
001061
001061*  Desglose del cargo para la factura (FACTPEND).
001061 01  WS-CUOTA-BRUTA               PIC 9(05)V9(02) VALUE ZERO.
001061 01  WS-PCT-HERMANOS              PIC 9(03) VALUE ZERO.
001061 01  WS-MONTO-BECA                PIC 9(05)V9(02) VALUE ZERO.
001061 01  WS-MONTO-HERMANOS            PIC 9(05)V9(02) VALUE ZERO.
001061 01  WS-CARGOS-PENDIENTES         PIC 9(07) COMP VALUE ZERO.
001062
001063*  Estudiantes activos por tutor, contados en la prepasada,
001064*  para el descuento automatico por hermanos.
001095 COPY RUNPARM.
001096
001097 COPY PARMPARM.
001097
001097 COPY TARIPARM.
001098
001099 COPY RPTGPARM.
001100
001164     SET RUNGUARD-TERMINAR TO TRUE.
001165     MOVE "ESCCUOTA" TO RUNGUARD-PROGRAMA.
001166     MOVE RETURN-CODE TO RUNGUARD-RC.
001166     MOVE WS-ESTUD-LEIDOS TO RUNGUARD-REGISTROS.
001167     CALL "RUNGUARD" USING RUNGUARD-PARM.
001168 0600-EXIT.
001169     EXIT.
001569     ELSE
001570         COMPUTE WS-PERIODO-FACTURA = WS-FECHA-PROCESO / 100
001571     END-IF.
001571     COMPUTE WS-FECHA-TARIFA = WS-PERIODO-FACTURA * 100 + 1.
001572     PERFORM 1300-VERIFICAR-PERIODO THRU 1300-EXIT.
001573     PERFORM 1400-LEER-CHECKPOINT THRU 1400-EXIT.
001574
001598     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001599     OPEN OUTPUT REPORTE-FILE.
001600     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
001600
001600*  Los cargos se acumulan para el paso de facturacion; una
001600*  corrida reanudada agrega detras de los ya dejados.
001600     OPEN EXTEND PENDIENTE-FILE.
001600     IF NOT WS-FPE-OK
001600         OPEN OUTPUT PENDIENTE-FILE
001600     END-IF.
001600     IF NOT WS-FPE-OK
001600         MOVE "ESCCUOTA"      TO ERRHAND-PROGRAMA
001600         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001600         MOVE WS-FPE-STATUS   TO ERRHAND-FILE-STATUS
001600         SET ERRHAND-FATAL TO TRUE
001600         MOVE "ERROR AL ABRIR FACTPEND" TO ERRHAND-MENSAJE
001600         CALL "ERRHAND" USING ERRHAND-PARM
001600         STOP RUN
001600     END-IF.
001601
001602     PERFORM 1600-CONTAR-HERMANOS THRU 1600-EXIT.
001603 1000-EXIT.
001810             MOVE ZERO TO WS-CUOTA-CURSO
001820         NOT INVALID KEY
001830             MOVE CURSO-CUOTA TO WS-CUOTA-CURSO
001831             MOVE ESTUDIANTE-CURSO TO TARIFCHK-CURSO
001832             MOVE WS-FECHA-TARIFA  TO TARIFCHK-FECHA
001833             CALL "TARIFCHK" USING TARIFCHK-PARM
001834             IF TARIFCHK-OK
001835                 MOVE TARIFCHK-CUOTA TO WS-CUOTA-CURSO
001836             END-IF
001840     END-READ.
001850     IF WS-CUOTA-CURSO = ZERO
001860         DISPLAY "SIN CUOTA EN CATALOGO, CURSO="
002076*  reporte de descuentos.                                     *
002077*----------------------------------------------------------*
002078 2150-APLICAR-DESCUENTOS.
002078     MOVE WS-CUOTA-CURSO TO WS-CUOTA-BRUTA.
002078     MOVE ZERO TO WS-PCT-HERMANOS.
002078     MOVE ZERO TO WS-MONTO-BECA.
002078     MOVE ZERO TO WS-MONTO-HERMANOS.
002079     MOVE ZERO TO WS-PCT-BECA.
002080     IF BECAS-DISPONIBLES
002081         MOVE ESTUDIANTE-IDEN TO BECA-IDEN
002093         IF TUTOR-HALLADO
002094            AND WS-TUT-ACTIVOS (WS-IDX-TUT) > 1
002095             ADD WS-DESC-HERMANOS TO WS-PCT-TOTAL
002095             MOVE WS-DESC-HERMANOS TO WS-PCT-HERMANOS
002096         END-IF
002097     END-IF.
002098     IF WS-PCT-TOTAL > 100
002099         MOVE 100 TO WS-PCT-TOTAL
002099         SUBTRACT WS-PCT-BECA FROM 100 GIVING WS-PCT-HERMANOS
002100     END-IF.
002101     IF WS-PCT-TOTAL = ZERO
002102         GO TO 2150-EXIT
002105     COMPUTE WS-MONTO-DESCUENTO ROUNDED =
002106         WS-CUOTA-CURSO * WS-PCT-TOTAL / 100.
002107     SUBTRACT WS-MONTO-DESCUENTO FROM WS-CUOTA-CURSO.
002107*  La factura muestra la beca y el descuento por hermanos
002107*  por separado; la diferencia de redondeo va al segundo.
002107     COMPUTE WS-MONTO-BECA ROUNDED =
002107         WS-CUOTA-BRUTA * WS-PCT-BECA / 100.
002107     SUBTRACT WS-MONTO-BECA FROM WS-MONTO-DESCUENTO
002107         GIVING WS-MONTO-HERMANOS.
002108     ADD 1 TO WS-DESCUENTOS-OTORGADOS.
002109     ADD WS-MONTO-DESCUENTO TO WS-MONTO-DESCONTADO.
002110
002260             ADD 1 TO WS-CARGOS-APLICADOS
002270             ADD WS-CUOTA-CURSO TO WS-MONTO-APLICADO
002280             PERFORM 2350-GRABAR-MOVIMIENTO THRU 2350-EXIT
002285             PERFORM 2400-DEJAR-PENDIENTE THRU 2400-EXIT
002290     END-REWRITE.
002300 2300-EXIT.
002310     EXIT.
002360     MOVE WS-FECHA-PROCESO TO MOVH-FECHA.
002370     SET MOVH-ES-CARGO TO TRUE.
002380     MOVE WS-CUOTA-CURSO TO MOVH-MONTO.
002381     SET MOVH-DE-CUOTA TO TRUE.
002382     MOVE CURSO-NIVEL       TO MOVH-NIVEL.
002383     MOVE WS-CUOTA-BRUTA    TO MOVH-BRUTO.
002384     MOVE WS-MONTO-BECA     TO MOVH-DESC-BECA.
002385     MOVE WS-MONTO-HERMANOS TO MOVH-DESC-HERMANOS.
002390     MOVE 1 TO MOVH-SECUENCIA.
002391     MOVE "N" TO WS-HIST-GRABADO.
002392     PERFORM 2360-INTENTAR-GRABAR THRU 2360-EXIT
002420     EXIT.
002421
002430*----------------------------------------------------------*
002430*  2400-DEJAR-PENDIENTE - Deja el cargo aplicado en          *
002430*  FACTPEND con su desglose para el paso de facturacion.     *
002431*----------------------------------------------------------*
002431 2400-DEJAR-PENDIENTE.
002431     INITIALIZE FPEN-REC.
002432     MOVE WS-PERIODO-FACTURA TO FPEN-PERIODO.
002432     MOVE WS-FECHA-PROCESO   TO FPEN-FECHA.
002433     MOVE CLIENTE-NUMERO     TO FPEN-CLIENTE.
002433     MOVE ESTUDIANTE-TUTOR   TO FPEN-TUTOR.
002433     MOVE ESTUDIANTE-IDEN    TO FPEN-IDEN.
002434     MOVE ESTUDIANTE-NOMBRE  TO FPEN-ESTUDIANTE.
002434     MOVE ESTUDIANTE-CURSO   TO FPEN-CURSO.
002434     MOVE WS-CUOTA-BRUTA     TO FPEN-BRUTO.
002435     MOVE WS-PCT-BECA        TO FPEN-PCT-BECA.
002435     MOVE WS-MONTO-BECA      TO FPEN-DESC-BECA.
002436     MOVE WS-PCT-HERMANOS    TO FPEN-PCT-HERMANOS.
002436     MOVE WS-MONTO-HERMANOS  TO FPEN-DESC-HERMANOS.
002436     MOVE WS-CUOTA-CURSO     TO FPEN-NETO.
002437     WRITE FPEN-REC.
002437     ADD 1 TO WS-CARGOS-PENDIENTES.
002437 2400-EXIT.
002438     EXIT.
002438
002439*----------------------------------------------------------*
002440*  9000-FINALIZAR - Cierra archivos, imprime el resumen y    *
002450*  concilia los totales de control.                          *
002460*----------------------------------------------------------*
002514         CLOSE BECA-FILE
002516     END-IF.
002518     CLOSE REPORTE-FILE.
002518     CLOSE PENDIENTE-FILE.
002519
002520*  Una corrida que llega al final limpia su punto de
002521*  reinicio y deja constancia del periodo facturado.
002598         " POR " WS-MONTO-DESCONTADO.
002600     DISPLAY "CARGOS RECHAZADOS  : " WS-CARGOS-RECHAZADOS
002610         " POR " WS-MONTO-RECHAZADO.
002613     DISPLAY "CARGOS POR FACTURAR: " WS-CARGOS-PENDIENTES
002616         " (FACTPEND)".
002620
002630     PERFORM 9100-RECONCILIAR-TOTALES THRU 9100-EXIT.
002640 9000-EXIT.
