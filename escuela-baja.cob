000080*  Baja a mitad de ciclo en una sola transaccion, en lugar   *
000090*  de tres arreglos manuales: captura la fecha y el motivo   *
000100*  del retiro (fecha validada con FECHACHK), calcula el      *
000110*  cargo o abono proporcional del mes (cuota vigente a       *
000120*  30avos) y lo deja en CLIMOVS para que CLIPOST lo          *
000130*  aplique, libera el lugar con CURSOCHK-DESINSCRIBIR,       *
000140*  marca el registro como inactivo con su renglon de BAJA    *
000194*  2026-09-01 JFV  El ajuste proporcional se libera a
000195*                  CLIMOVS despues de confirmar y asentar
000196*                  la baja, no antes.
000196*  2026-10-15 JFV  Nota de credito: el abono proporcional se
000196*                  calcula sobre el neto de la factura del
000196*                  mes (FACTIDX, que ya trae beca y descuento
000196*                  por hermanos) y se emite contra ella una
000196*                  nota con folio de la serie FACTCTL,
000196*                  impresa en FACTNOTA.
000196*  2026-10-15 JFV  El ajuste sale con origen "BJ" (baja) para
000196*                  la poliza contable CLIPOLIZ.
000197*  2026-10-15 JFV  La cuota del prorrateo es la del tarifario
000197*                  TARIFIDX (TARIFCHK) vigente el primer dia
000197*                  del mes del retiro, como la cobro ESCCUOTA.
000197*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000197*                  y huella al final de cada renglon (rutina
000197*                  AUDCADEN), que verifica AUDVERIF.
000197*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000197*                  (rutina PERMCHK, archivo PERMIDX).
000197*  2026-10-15 JFV  La constancia de retiro abre con el nombre y
000198*                  domicilio del tutor segun CLIMAST (rutina
000198*                  DIRELKP) para enviarla en sobre de ventanilla.
000198*  2026-10-15 JFV  La nota de credito se graba antes de acreditar
000198*                  la factura; si la factura no se puede
000198*                  acreditar, la nota se retira de FACTIDX.
000198*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000198*                  cada renglon; el rastro se abre y cierra por
000198*                  renglon para no encadenar contra un eslabon
000199*                  viejo si otra sesion grabo en medio.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ESCBAJA.
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CON-STATUS.
000640
000640     SELECT FACTURA-FILE ASSIGN TO "FACTIDX"
000641         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS DYNAMIC
000642         RECORD KEY IS FACT-FOLIO
000642         ALTERNATE RECORD KEY IS FACT-REFERENCIA
000643             WITH DUPLICATES
000643         FILE STATUS IS WS-FAC-STATUS.
000644
000645     SELECT FOLIO-FILE ASSIGN TO "FACTCTL"
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-FOL-STATUS.
000646
000647     SELECT NOTA-FILE ASSIGN TO "FACTNOTA"
000647         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-NOT-STATUS.
000649
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ESTUDIANTE-FILE.
000810
000820 FD  CONSTANCIA-FILE.
000830 01  CONSTANCIA-LINEA             PIC X(80).
000830
000831 FD  FACTURA-FILE.
000832     COPY FACTREC.
000833
000833 FD  FOLIO-FILE.
000834 01  FOLIO-REC.
000835     05  FOL-ULTIMO-FOLIO         PIC 9(06).
000836     05  FILLER                   PIC X(01).
000836     05  FOL-PEND-FACTURADOS      PIC 9(07).
000837
000838 FD  NOTA-FILE.
000839 01  NOTA-LINEA                   PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-STU-STATUS                PIC X(02).
001030 01  WS-CON-STATUS                PIC X(02).
001040     88  WS-CON-OK                        VALUE "00".
001050
001050 01  WS-FAC-STATUS                PIC X(02).
001051     88  WS-FAC-OK                        VALUE "00".
001052     88  WS-FAC-FIN-ARCHIVO               VALUE "10".
001053
001054 01  WS-FOL-STATUS                PIC X(02).
001055     88  WS-FOL-OK                        VALUE "00".
001056
001057 01  WS-NOT-STATUS                PIC X(02).
001058     88  WS-NOT-OK                        VALUE "00".
001059
001060 01  WS-SWITCHES.
001070     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001080         88  FIN-DE-MENU                  VALUE "S".
001240 01  WS-CARGO-PROP                PIC 9(05)V9(02) VALUE ZERO.
001250 01  WS-ABONO-PROP                PIC 9(05)V9(02) VALUE ZERO.
001260 01  WS-MONTO-EDIT                PIC ZZZZ9.99.
001265 01  WS-IDX-DOM                   PIC 9(01) COMP.
001270 01  WS-DIAS-CURSADOS             PIC 9(02) VALUE ZERO.
001272 01  WS-HAY-CATALOGO              PIC X(01) VALUE "N".
001274     88  CATALOGO-DISPONIBLE              VALUE "S".
001276 01  WS-HAY-CLIENTES              PIC X(01) VALUE "N".
001278     88  CLIENTES-DISPONIBLES             VALUE "S".
001278 01  WS-HAY-FACTURAS              PIC X(01) VALUE "N".
001278     88  FACTURAS-DISPONIBLES             VALUE "S".
001278
001278*  Factura del mes del retiro contra la que se emite la nota.
001278 01  WS-FACTURA-ESTADO            PIC X(01) VALUE "N".
001278     88  FACTURA-HALLADA                  VALUE "S".
001278 01  WS-FIN-FACTURAS              PIC X(01) VALUE "N".
001278     88  FIN-DE-FACTURAS                  VALUE "S".
001278 01  WS-REFERENCIA-BUSCADA.
001278     05  WS-REF-IDEN              PIC X(05).
001278     05  WS-REF-PERIODO           PIC 9(06).
001278     05  WS-REF-TIPO              PIC X(01).
001278 01  WS-FAC-FOLIO                 PIC 9(06) VALUE ZERO.
001278 01  WS-FAC-NETO                  PIC 9(05)V9(02) VALUE ZERO.
001278 01  WS-FAC-DISPONIBLE            PIC 9(05)V9(02) VALUE ZERO.
001278 01  WS-FAC-CARGO                 PIC 9(05)V9(02) VALUE ZERO.
001278 01  WS-FOLIO-NOTA                PIC 9(06) VALUE ZERO.
001278 01  WS-NOTA-IMAGEN               PIC X(159).
001278 01  WS-PEND-FACTURADOS           PIC 9(07) VALUE ZERO.
001278 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001278
001278 01  WS-LINEA-NOTA.
001278     05  FILLER                   PIC X(25)
001278         VALUE "NOTA DE CREDITO   FOLIO ".
001278     05  NOT-FOLIO                PIC 9(06).
001278     05  FILLER                   PIC X(08) VALUE "  FECHA ".
001278     05  NOT-FECHA                PIC 9(08).
001278     05  FILLER                   PIC X(33) VALUE SPACES.
001278
001278 01  WS-LINEA-NOTA-ORIGEN.
001278     05  FILLER                   PIC X(19)
001278         VALUE "ACREDITA FACTURA   ".
001278     05  NOT-FOLIO-ORIGEN         PIC 9(06).
001278     05  FILLER                   PIC X(10) VALUE "  PERIODO ".
001278     05  NOT-PERIODO              PIC 9(06).
001278     05  FILLER                   PIC X(09) VALUE "  NETO  ".
001278     05  NOT-NETO-ORIGEN          PIC ZZ,ZZ9.99.
001278     05  FILLER                   PIC X(21) VALUE SPACES.
001278
001278 01  WS-LINEA-NOTA-IMPORTE.
001278     05  FILLER                   PIC X(30)
001278         VALUE "ABONO PROPORCIONAL POR RETIRO ".
001278     05  FILLER                   PIC X(06) VALUE "DIAS  ".
001278     05  NOT-DIAS                 PIC Z9.
001278     05  FILLER                   PIC X(06) VALUE "/30   ".
001278     05  NOT-IMPORTE              PIC ZZ,ZZ9.99.
001279     05  FILLER                   PIC X(27) VALUE SPACES.
001280
001290 COPY ERRPARM.
001300
001330 COPY FECHAPARM.
001340
001350 COPY CURSOPARM.
001351
001352 COPY TARIPARM.
001353
001354 COPY CADEPARM.
001355
001356 COPY PERMPARM.
001357
001358 COPY DIREPARM.
001360
001370 LINKAGE SECTION.
001380 COPY LOGPARM.
001530         MOVE LOGIN-USERNAME TO WS-OPERADOR
001540     ELSE
001550         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001550         GOBACK
001551     END-IF.
001552
001553     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001554     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001554     MOVE "ESCBAJA"      TO PERMCHK-PROGRAMA.
001555     MOVE SPACES         TO PERMCHK-FUNCION.
001556     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001557     CALL "PERMCHK" USING PERMCHK-PARM.
001558     IF NOT PERMCHK-PERMITIDO
001559         DISPLAY "SIN PERMISO PARA ESCBAJA"
001560         GOBACK
001570     END-IF.
001580
001744         SET CLIENTES-DISPONIBLES TO TRUE
001746     END-IF.
001750
001750*  Sin registro de facturas la baja sigue como antes: el
001751*  abono se calcula sobre la cuota del catalogo y no se
001752*  emite nota de credito.
001753     OPEN I-O FACTURA-FILE.
001754     IF WS-FAC-OK
001754         SET FACTURAS-DISPONIBLES TO TRUE
001755     END-IF.
001756     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001757
001758*  Aqui solo se comprueba el rastro (y se crea si falta);
001759*  cada renglon lo abre, lo encadena y lo cierra (8900).
001760     OPEN EXTEND AUDIT-FILE.
001770     IF NOT WS-AUD-OK
001780         OPEN OUTPUT AUDIT-FILE
001790     END-IF.
001795     CLOSE AUDIT-FILE.
001800     OPEN EXTEND CONSTANCIA-FILE.
001810     IF NOT WS-CON-OK
001820         OPEN OUTPUT CONSTANCIA-FILE
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920*  3100-CALCULAR-PRORRATEO - Cuota vigente del curso a       *
002930*  30avos por los dias cursados del mes del retiro.           *
002940*----------------------------------------------------------*
002950 3100-CALCULAR-PRORRATEO.
002960     MOVE ZERO TO WS-CUOTA-CURSO.
003050             GO TO 3100-EXIT
003060     END-READ.
003070     MOVE CURSO-CUOTA TO WS-CUOTA-CURSO.
003071     MOVE ESTUDIANTE-CURSO TO TARIFCHK-CURSO.
003072     COMPUTE TARIFCHK-FECHA =
003073         WS-RET-AAAA * 10000 + WS-RET-MM * 100 + 1.
003074     CALL "TARIFCHK" USING TARIFCHK-PARM.
003075     IF TARIFCHK-OK
003076         MOVE TARIFCHK-CUOTA TO WS-CUOTA-CURSO
003077     END-IF.
003080
003090     MOVE WS-RET-DD TO WS-DIAS-CURSADOS.
003100     IF WS-DIAS-CURSADOS > 30
003560     IF NOT WS-MOV-OK
003570         OPEN OUTPUT MOVIMIENTO-FILE
003580     END-IF.
003582     MOVE "N" TO WS-FACTURA-ESTADO.
003584     IF WS-AJUSTE = "A"
003586         PERFORM 3250-BUSCAR-FACTURA THRU 3250-EXIT
003588     END-IF.
003590     INITIALIZE MOV-REC.
003600     MOVE CLIENTE-NUMERO  TO MOV-CLIENTE.
003610     MOVE WS-FECHA-RETIRO TO MOV-FECHA.
003660         SET MOV-ES-PAGO TO TRUE
003670         MOVE WS-ABONO-PROP TO MOV-MONTO
003680     END-IF.
003685     MOVE "BJ" TO MOV-ORIGEN.
003690     WRITE MOV-REC.
003700     CLOSE MOVIMIENTO-FILE.
003710     DISPLAY "Ajuste dejado en CLIMOVS para CLIPOST".
003712     IF WS-AJUSTE = "A" AND FACTURA-HALLADA
003713        AND WS-ABONO-PROP > ZERO
003714         PERFORM 3300-EMITIR-NOTA-CREDITO THRU 3300-EXIT
003716     END-IF.
003720 3200-EXIT.
003720     EXIT.
003720
003720*----------------------------------------------------------*
003720*  3250-BUSCAR-FACTURA - Factura del estudiante por el mes   *
003720*  del retiro con neto aun sin acreditar (la mas reciente).  *
003720*  Si la hay, el abono se prorratea sobre ese neto, que es   *
003720*  lo que de verdad se cobro, y no puede exceder lo que le   *
003720*  queda sin acreditar.                                       *
003720*----------------------------------------------------------*
003720 3250-BUSCAR-FACTURA.
003720     IF NOT FACTURAS-DISPONIBLES
003720         GO TO 3250-EXIT
003720     END-IF.
003720     MOVE ESTUDIANTE-IDEN TO WS-REF-IDEN.
003720     COMPUTE WS-REF-PERIODO = WS-RET-AAAA * 100 + WS-RET-MM.
003720     MOVE "F" TO WS-REF-TIPO.
003720     MOVE WS-REFERENCIA-BUSCADA TO FACT-REFERENCIA.
003720     MOVE "N" TO WS-FIN-FACTURAS.
003720     START FACTURA-FILE KEY IS = FACT-REFERENCIA
003720         INVALID KEY
003720             SET FIN-DE-FACTURAS TO TRUE
003721     END-START.
003721     PERFORM 3260-LEER-FACTURA THRU 3260-EXIT
003721         UNTIL FIN-DE-FACTURAS.
003721     IF NOT FACTURA-HALLADA
003721         DISPLAY "Mes sin factura emitida; abono sin nota"
003721             " de credito"
003721         GO TO 3250-EXIT
003721     END-IF.
003721
003721     COMPUTE WS-FAC-CARGO ROUNDED =
003721         WS-FAC-NETO * WS-DIAS-CURSADOS / 30.
003721     COMPUTE WS-ABONO-PROP = WS-FAC-NETO - WS-FAC-CARGO.
003721     IF WS-ABONO-PROP > WS-FAC-DISPONIBLE
003721         MOVE WS-FAC-DISPONIBLE TO WS-ABONO-PROP
003721     END-IF.
003721     MOVE WS-ABONO-PROP TO WS-MONTO-EDIT.
003721     DISPLAY "Abono sobre la factura " WS-FAC-FOLIO
003721         ": " WS-MONTO-EDIT.
003721 3250-EXIT.
003721     EXIT.
003721
003722 3260-LEER-FACTURA.
003722     READ FACTURA-FILE NEXT RECORD
003722         AT END
003722             SET FIN-DE-FACTURAS TO TRUE
003722             GO TO 3260-EXIT
003722     END-READ.
003722     IF FACT-REFERENCIA NOT = WS-REFERENCIA-BUSCADA
003722         SET FIN-DE-FACTURAS TO TRUE
003722         GO TO 3260-EXIT
003722     END-IF.
003722     IF FACT-NETO > FACT-ACREDITADO
003722         SET FACTURA-HALLADA TO TRUE
003722         MOVE FACT-FOLIO TO WS-FAC-FOLIO
003722         MOVE FACT-NETO  TO WS-FAC-NETO
003722         SUBTRACT FACT-ACREDITADO FROM FACT-NETO
003722             GIVING WS-FAC-DISPONIBLE
003722     END-IF.
003722 3260-EXIT.
003722     EXIT.
003722
003722*----------------------------------------------------------*
003723*  3300-EMITIR-NOTA-CREDITO - Nota con el siguiente folio de *
003723*  la serie FACTCTL contra la factura del mes: renglon en    *
003723*  FACTIDX, acumulado en la factura e impresion en FACTNOTA. *
003723*----------------------------------------------------------*
003723 3300-EMITIR-NOTA-CREDITO.
003723     MOVE ZERO TO WS-FOLIO-NOTA.
003723     MOVE ZERO TO WS-PEND-FACTURADOS.
003723     OPEN INPUT FOLIO-FILE.
003723     IF WS-FOL-OK
003723         READ FOLIO-FILE
003723             AT END
003723                 CONTINUE
003723             NOT AT END
003723                 MOVE FOL-ULTIMO-FOLIO TO WS-FOLIO-NOTA
003723                 IF FOL-PEND-FACTURADOS IS NUMERIC
003723                     MOVE FOL-PEND-FACTURADOS
003723                         TO WS-PEND-FACTURADOS
003723                 END-IF
003723         END-READ
003723         CLOSE FOLIO-FILE
003723     END-IF.
003724     ADD 1 TO WS-FOLIO-NOTA.
003724
003724     MOVE WS-FAC-FOLIO TO FACT-FOLIO.
003724     READ FACTURA-FILE
003724         INVALID KEY
003724             DISPLAY "ERROR AL RELEER LA FACTURA " WS-FAC-FOLIO
003724             GO TO 3300-EXIT
003724     END-READ.
003724
003724*  Primero la nota: la factura se acredita solo si la nota
003724*  quedo grabada, y si la factura no se puede acreditar la
003724*  nota se retira.
003724     MOVE WS-FOLIO-NOTA   TO FACT-FOLIO.
003724     SET FACT-ES-NOTA TO TRUE.
003724     MOVE WS-FECHA-HOY    TO FACT-FECHA.
003724     MOVE WS-ABONO-PROP   TO FACT-BRUTO.
003724     MOVE ZERO            TO FACT-PCT-BECA.
003724     MOVE ZERO            TO FACT-DESC-BECA.
003724     MOVE ZERO            TO FACT-PCT-HERMANOS.
003724     MOVE ZERO            TO FACT-DESC-HERMANOS.
003724     MOVE WS-ABONO-PROP   TO FACT-NETO.
003725     MOVE WS-FAC-FOLIO    TO FACT-FOLIO-ORIGEN.
003725     MOVE ZERO            TO FACT-ACREDITADO.
003725     MOVE WS-OPERADOR     TO FACT-OPERADOR.
003725     WRITE FACT-REC
003725         INVALID KEY
003725             DISPLAY "FOLIO " WS-FOLIO-NOTA
003725                 " YA EXISTE EN FACTIDX; REVISAR FACTCTL"
003725             GO TO 3300-EXIT
003725     END-WRITE.
003725     MOVE FACT-REC TO WS-NOTA-IMAGEN.
003725
003725     MOVE WS-FAC-FOLIO TO FACT-FOLIO.
003725     READ FACTURA-FILE
003725         INVALID KEY
003725             PERFORM 3310-RETIRAR-NOTA THRU 3310-EXIT
003725             GO TO 3300-EXIT
003725     END-READ.
003725     ADD WS-ABONO-PROP TO FACT-ACREDITADO.
003725     REWRITE FACT-REC
003725         INVALID KEY
003725             PERFORM 3310-RETIRAR-NOTA THRU 3310-EXIT
003726             GO TO 3300-EXIT
003726     END-REWRITE.
003726     MOVE WS-NOTA-IMAGEN TO FACT-REC.
003726
003726     OPEN OUTPUT FOLIO-FILE.
003726     MOVE SPACES TO FOLIO-REC.
003726     MOVE WS-FOLIO-NOTA      TO FOL-ULTIMO-FOLIO.
003726     MOVE WS-PEND-FACTURADOS TO FOL-PEND-FACTURADOS.
003726     WRITE FOLIO-REC.
003726     CLOSE FOLIO-FILE.
003726
003726     PERFORM 3350-IMPRIMIR-NOTA THRU 3350-EXIT.
003726     DISPLAY "Nota de credito emitida, folio " WS-FOLIO-NOTA.
003726 3300-EXIT.
003726     EXIT.
003726
003726 3310-RETIRAR-NOTA.
003726     DISPLAY "ERROR AL ACTUALIZAR LA FACTURA " WS-FAC-FOLIO
003726         "; SE RETIRA LA NOTA " WS-FOLIO-NOTA.
003726     MOVE WS-FOLIO-NOTA TO FACT-FOLIO.
003726     DELETE FACTURA-FILE
003727         INVALID KEY
003727             DISPLAY "NO SE PUDO RETIRAR LA NOTA " WS-FOLIO-NOTA
003727                 "; REVISAR FACTIDX"
003727     END-DELETE.
003727 3310-EXIT.
003727     EXIT.
003727
003727 3350-IMPRIMIR-NOTA.
003727     OPEN EXTEND NOTA-FILE.
003727     IF NOT WS-NOT-OK
003727         OPEN OUTPUT NOTA-FILE
003727     END-IF.
003727     MOVE ALL "=" TO NOTA-LINEA.
003727     WRITE NOTA-LINEA.
003727     MOVE FACT-FOLIO TO NOT-FOLIO.
003727     MOVE FACT-FECHA TO NOT-FECHA.
003727     WRITE NOTA-LINEA FROM WS-LINEA-NOTA.
003727     MOVE SPACES TO NOTA-LINEA.
003727     STRING "CLIENTE  " FACT-CLIENTE " " FACT-TUTOR
003727         DELIMITED BY SIZE INTO NOTA-LINEA
003727     END-STRING.
003728     WRITE NOTA-LINEA.
003728     MOVE SPACES TO NOTA-LINEA.
003728     STRING "ESTUDIANTE " FACT-IDEN " " FACT-ESTUDIANTE
003728         " CURSO " FACT-CURSO
003728         DELIMITED BY SIZE INTO NOTA-LINEA
003728     END-STRING.
003728     WRITE NOTA-LINEA.
003728     MOVE WS-FAC-FOLIO TO NOT-FOLIO-ORIGEN.
003728     MOVE FACT-PERIODO TO NOT-PERIODO.
003728     MOVE WS-FAC-NETO  TO NOT-NETO-ORIGEN.
003728     WRITE NOTA-LINEA FROM WS-LINEA-NOTA-ORIGEN.
003728     MOVE WS-DIAS-CURSADOS TO NOT-DIAS.
003728     MOVE FACT-NETO TO NOT-IMPORTE.
003728     WRITE NOTA-LINEA FROM WS-LINEA-NOTA-IMPORTE.
003728     MOVE SPACES TO NOTA-LINEA.
003728     STRING "FECHA DE RETIRO " WS-ENTRADA-FECHA
003728         "  ATENDIO: " WS-OPERADOR
003728         DELIMITED BY SIZE INTO NOTA-LINEA
003728     END-STRING.
003728     WRITE NOTA-LINEA.
003728     CLOSE NOTA-FILE.
003729 3350-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003860     MOVE "ESTADO" TO AUD-CAMPO.
003870     MOVE "A" TO AUD-ANTES.
003880     MOVE "I" TO AUD-DESPUES.
003890     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003900
003910     INITIALIZE AUDIT-REC.
003920     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003960     MOVE "BAJA" TO AUD-OPERACION.
003970     MOVE "MOTIVO" TO AUD-CAMPO.
003980     MOVE WS-ENTRADA-MOTIVO TO AUD-DESPUES.
003990     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004000 3500-EXIT.
004010     EXIT.
004020
004070 3600-IMPRIMIR-CONSTANCIA.
004080     MOVE ALL "=" TO CONSTANCIA-LINEA.
004090     WRITE CONSTANCIA-LINEA.
004095     PERFORM 3610-DOMICILIO-CONSTANCIA THRU 3610-EXIT.
004100     MOVE "CONSTANCIA DE RETIRO" TO CONSTANCIA-LINEA.
004110     WRITE CONSTANCIA-LINEA.
004120     MOVE SPACES TO CONSTANCIA-LINEA.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004400*  3610-DOMICILIO-CONSTANCIA - Nombre y domicilio del tutor  *
004400*  segun su cuenta en CLIMAST (rutina DIRELKP), para enviar  *
004400*  la constancia a la familia en sobre de ventanilla.        *
004400*----------------------------------------------------------*
004400 3610-DOMICILIO-CONSTANCIA.
004400     MOVE ESTUDIANTE-TUTOR TO DIRELKP-TUTOR.
004400     MOVE SPACES TO DIRELKP-CLIENTE.
004401     CALL "DIRELKP" USING DIRELKP-PARM.
004401     IF NOT DIRELKP-CON-DOMICILIO
004401         DISPLAY "AVISO: tutor sin domicilio en CLIMAST"
004401     END-IF.
004401     PERFORM 3620-RENGLON-DOMICILIO THRU 3620-EXIT
004401         VARYING WS-IDX-DOM FROM 1 BY 1
004401         UNTIL WS-IDX-DOM > 4.
004402     MOVE SPACES TO CONSTANCIA-LINEA.
004402     WRITE CONSTANCIA-LINEA.
004402 3610-EXIT.
004402     EXIT.
004402
004402 3620-RENGLON-DOMICILIO.
004402     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO CONSTANCIA-LINEA.
004403     WRITE CONSTANCIA-LINEA.
004403 3620-EXIT.
004403     EXIT.
004403
004403*----------------------------------------------------------*
004403*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004403*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
004404*----------------------------------------------------------*
004404 8900-GRABAR-AUDITORIA.
004404*  El ultimo eslabon se toma del rastro al momento de grabar
004404*  (otra terminal pudo haber grabado despues); el renglon ya
004404*  armado se guarda mientras se abre el rastro.
004404     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004404     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
004405     MOVE 129 TO AUDCADEN-POSICION.
004405     SET AUDCADEN-ULTIMO TO TRUE.
004405     CALL "AUDCADEN" USING AUDCADEN-PARM.
004405     OPEN EXTEND AUDIT-FILE.
004405     IF NOT WS-AUD-OK
004405         OPEN OUTPUT AUDIT-FILE
004405     END-IF.
004406     IF NOT WS-AUD-OK
004406         MOVE "ESCBAJA"        TO ERRHAND-PROGRAMA
004406         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
004406         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004406         SET ERRHAND-ADVERTENCIA TO TRUE
004406         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
004406         CALL "ERRHAND" USING ERRHAND-PARM
004407         GO TO 8900-EXIT
004407     END-IF.
004407     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
004407     ADD 1 TO AUDCADEN-SECUENCIA.
004407     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004407     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004407     SET AUDCADEN-ENCADENAR TO TRUE.
004408     CALL "AUDCADEN" USING AUDCADEN-PARM.
004408     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004408     WRITE AUDIT-REC.
004408     CLOSE AUDIT-FILE.
004408 8900-EXIT.
004408     EXIT.
004408
004409*----------------------------------------------------------*
004410*  9000-FINALIZAR - Cierra archivos y libera el candado      *
004420*----------------------------------------------------------*
004430 9000-FINALIZAR.
004480     IF CLIENTES-DISPONIBLES
004490         CLOSE CLIENTE-FILE
004500     END-IF.
004520     CLOSE CONSTANCIA-FILE.
004522     IF FACTURAS-DISPONIBLES
004524         CLOSE FACTURA-FILE
004526     END-IF.
004530     SET LOCKMGR-LIBERAR TO TRUE.
004540     CALL "LOCKMGR" USING LOCKMGR-PARM.
004550 9000-EXIT.
