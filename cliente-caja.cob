000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-09-01 JFV  Creacion inicial.
000190*  2026-10-15 JFV  Anulacion de recibos: la anulacion pasa
000191*                  por la cola de aprobaciones (APRBCHK) y
000191*                  la aplica APRBREV con la segunda firma.
000192*                  CAJADIA pasa a indexado por folio (layout
000192*                  comun CAJAREC, ver CAJACONV): el corte ya
000193*                  no lo vacia, marca los recibos liberados,
000193*                  excluye los anulados del total del cajon
000194*                  y los lista por separado.
000194*  2026-10-15 JFV  Los pagos liberados salen con origen "CJ"
000195*                  (caja) para la poliza contable CLIPOLIZ.
000195*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000196*                  (rutina PERMCHK, archivo PERMIDX); el menu
000196*                  ofrece solo las funciones CAPTURA, CORTE y
000197*                  ANULA que la cuenta tiene concedidas.
000197*  2026-10-15 JFV  La marca de corte en CAJADIA se verifica
000198*                  (9100-REESCRIBIR-DIA); si falla, ERRHAND
000199*                  y se detiene el corte.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CLICAJA.
000370         FILE STATUS IS WS-CLI-STATUS.
000380
000390     SELECT DIA-FILE ASSIGN TO "CAJADIA"
000400         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS DIA-FOLIO
000410         FILE STATUS IS WS-DIA-STATUS.
000420
000430     SELECT RECIBO-FILE ASSIGN TO "CAJARECB"
000580     COPY CLIREC.
000590
000600 FD  DIA-FILE.
000610     COPY CAJAREC.
000710
000720 FD  RECIBO-FILE.
000730 01  RECIBO-LINEA                 PIC X(80).
000870 01  WS-DIA-STATUS                PIC X(02).
000880     88  WS-DIA-OK                        VALUE "00".
000890     88  WS-DIA-FIN-ARCHIVO               VALUE "10".
000895     88  WS-DIA-NO-ENCONTRADO              VALUE "23".
000900
000910 01  WS-REC-STATUS                PIC X(02).
000920     88  WS-REC-OK                        VALUE "00".
001050         88  FIN-DE-BUSQUEDA              VALUE "S".
001060     05  WS-FIN-DIA               PIC X(01) VALUE "N".
001070         88  FIN-DE-DIA                   VALUE "S".
001070
001071*  Funciones de la caja concedidas a la cuenta (PERMCHK).
001072 01  WS-FUNCIONES-CAJA.
001073     05  WS-FUN-CAPTURA           PIC X(01) VALUE "N".
001074         88  PUEDE-CAPTURAR               VALUE "S".
001075     05  WS-FUN-CORTE             PIC X(01) VALUE "N".
001076         88  PUEDE-HACER-CORTE            VALUE "S".
001077     05  WS-FUN-ANULA             PIC X(01) VALUE "N".
001078         88  PUEDE-ANULAR                 VALUE "S".
001079     05  WS-FUN-RESULTADO         PIC X(01) VALUE "N".
001080
001090 01  WS-OPERADOR                  PIC X(20).
001100 01  WS-ENTRADA-OPCION            PIC X(01).
001280 01  WS-MOV-LIBERADOS             PIC 9(05) COMP VALUE ZERO.
001290 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
001300 01  WS-DIF-EDIT                  PIC -(08)9.99.
001302 01  WS-ENTRADA-FOLIO             PIC X(06).
001304 01  WS-ANULADOS-CORTE            PIC 9(05) COMP VALUE ZERO.
001306 01  WS-MONTO-ANULADO             PIC 9(09)V9(02) VALUE ZERO.
001310
001320 COPY ERRPARM.
001322
001324 COPY APRBPARM.
001326
001328 COPY PERMPARM.
001330
001340 LINKAGE SECTION.
001350 COPY LOGPARM.
001550         GOBACK
001560     END-IF.
001570
001570     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001571     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001572     MOVE "CLICAJA"      TO PERMCHK-PROGRAMA.
001573     MOVE SPACES         TO PERMCHK-FUNCION.
001573     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001574     CALL "PERMCHK" USING PERMCHK-PARM.
001575     IF NOT PERMCHK-PERMITIDO
001576         DISPLAY "SIN PERMISO PARA CLICAJA"
001576         GOBACK
001577     END-IF.
001578     PERFORM 1300-CARGAR-FUNCIONES THRU 1300-EXIT.
001579
001580     OPEN I-O CLIENTE-FILE.
001590     IF NOT WS-CLI-OK
001600         MOVE "CLICAJA"       TO ERRHAND-PROGRAMA
001680
001690     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001700     PERFORM 1100-LEER-FOLIO THRU 1100-EXIT.
001720
001730     OPEN EXTEND RECIBO-FILE.
001740     IF NOT WS-REC-OK
001750         OPEN OUTPUT RECIBO-FILE
001760     END-IF.
001770     OPEN I-O DIA-FILE.
001780     IF NOT WS-DIA-OK
001785         IF WS-DIA-STATUS = "35"
001790             OPEN OUTPUT DIA-FILE
001792             CLOSE DIA-FILE
001794             OPEN I-O DIA-FILE
001796         END-IF
001800     END-IF.
001800     IF NOT WS-DIA-OK
001801         MOVE "CLICAJA"       TO ERRHAND-PROGRAMA
001802         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001803         MOVE WS-DIA-STATUS   TO ERRHAND-FILE-STATUS
001804         SET ERRHAND-FATAL TO TRUE
001805         MOVE "ERROR AL ABRIR CAJADIA" TO ERRHAND-MENSAJE
001806         CALL "ERRHAND" USING ERRHAND-PARM
001807         STOP RUN
001808     END-IF.
001809     PERFORM 1200-SUMAR-DIA-PREVIO THRU 1200-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830
001980*----------------------------------------------------------*
001990*  1200-SUMAR-DIA-PREVIO - Si CAJADIA trae recibos de una     *
002000*  sesion anterior sin corte, el cajon arranca con ellos.     *
002003*  Los anulados no cuentan; los anulados aun sin corte se    *
002006*  cuentan aparte para listarlos en el corte.                 *
002010*----------------------------------------------------------*
002020 1200-SUMAR-DIA-PREVIO.
002023     MOVE ZERO TO WS-RECIBOS-DIA.
002026     MOVE ZERO TO WS-TOTAL-CAJON.
002029     MOVE ZERO TO WS-ANULADOS-CORTE.
002032     MOVE ZERO TO WS-MONTO-ANULADO.
002035     MOVE ZERO TO DIA-FOLIO.
002038     START DIA-FILE KEY NOT < DIA-FOLIO
002041         INVALID KEY
002050             GO TO 1200-EXIT
002060     END-START.
002070     MOVE "N" TO WS-FIN-DIA.
002080     PERFORM 1210-SUMAR-UNO THRU 1210-EXIT
002090         UNTIL FIN-DE-DIA.
002110 1200-EXIT.
002120     EXIT.
002130
002140 1210-SUMAR-UNO.
002150     READ DIA-FILE NEXT RECORD
002160         AT END
002170             SET FIN-DE-DIA TO TRUE
002180             GO TO 1210-EXIT
002190     END-READ.
002191     IF DIA-FEC-CORTE NOT = ZERO
002192         GO TO 1210-EXIT
002193     END-IF.
002194     IF DIA-ANULADO
002195         ADD 1 TO WS-ANULADOS-CORTE
002196         ADD DIA-MONTO TO WS-MONTO-ANULADO
002197         GO TO 1210-EXIT
002198     END-IF.
002200     ADD 1 TO WS-RECIBOS-DIA.
002210     ADD DIA-MONTO TO WS-TOTAL-CAJON.
002220 1210-EXIT.
002220     EXIT.
002220
002220*----------------------------------------------------------*
002221*  1300-CARGAR-FUNCIONES - Pregunta a PERMCHK por cada       *
002221*  funcion de la caja (catalogo MENUFUN); el menu solo       *
002221*  ofrece las concedidas.                                    *
002222*----------------------------------------------------------*
002222 1300-CARGAR-FUNCIONES.
002222     MOVE "CAPTURA" TO PERMCHK-FUNCION.
002223     PERFORM 1310-CONSULTAR-FUNCION THRU 1310-EXIT.
002223     MOVE WS-FUN-RESULTADO TO WS-FUN-CAPTURA.
002223     MOVE "CORTE"   TO PERMCHK-FUNCION.
002224     PERFORM 1310-CONSULTAR-FUNCION THRU 1310-EXIT.
002224     MOVE WS-FUN-RESULTADO TO WS-FUN-CORTE.
002224     MOVE "ANULA"   TO PERMCHK-FUNCION.
002225     PERFORM 1310-CONSULTAR-FUNCION THRU 1310-EXIT.
002225     MOVE WS-FUN-RESULTADO TO WS-FUN-ANULA.
002225 1300-EXIT.
002226     EXIT.
002226
002226 1310-CONSULTAR-FUNCION.
002227     MOVE "N" TO WS-FUN-RESULTADO.
002227     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
002227     CALL "PERMCHK" USING PERMCHK-PARM.
002228     IF PERMCHK-PERMITIDO
002228         MOVE "S" TO WS-FUN-RESULTADO
002228     END-IF.
002229 1310-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------*
002280 2000-PROCESAR-MENU.
002290     DISPLAY " ".
002300     DISPLAY "---- CLICAJA - CAJA DE LA RECEPCION ----".
002310     IF PUEDE-CAPTURAR
002312         DISPLAY "1. Registrar pago en efectivo"
002314         DISPLAY "2. Total del cajon"
002316     END-IF.
002320     IF PUEDE-HACER-CORTE
002330         DISPLAY "3. Corte de caja del dia"
002332     END-IF.
002334     IF PUEDE-ANULAR
002335         DISPLAY "4. Anular un recibo"
002337     END-IF.
002340     DISPLAY "9. Salir".
002350     DISPLAY "Opcion:".
002360     ACCEPT WS-ENTRADA-OPCION.
002410
002420     EVALUATE WS-OPCION
002430         WHEN 1
002432             IF NOT PUEDE-CAPTURAR
002434                 DISPLAY "No tiene permiso para esta opcion"
002436                 GO TO 2000-EXIT
002438             END-IF
002440             PERFORM 3000-REGISTRAR-PAGO THRU 3000-EXIT
002450         WHEN 2
002452             IF NOT PUEDE-CAPTURAR
002454                 DISPLAY "No tiene permiso para esta opcion"
002456                 GO TO 2000-EXIT
002458             END-IF
002460             MOVE WS-TOTAL-CAJON TO WS-MONTO-EDIT
002470             DISPLAY "Recibos del dia: " WS-RECIBOS-DIA
002480                 "  Total: " WS-MONTO-EDIT
002490         WHEN 3
002492             IF NOT PUEDE-HACER-CORTE
002494                 DISPLAY "No tiene permiso para esta opcion"
002496                 GO TO 2000-EXIT
002498             END-IF
002500             PERFORM 5000-CORTE-DE-CAJA THRU 5000-EXIT
002503         WHEN 4
002504             IF NOT PUEDE-ANULAR
002505                 DISPLAY "No tiene permiso para esta opcion"
002506                 GO TO 2000-EXIT
002507             END-IF
002508             PERFORM 4000-SOLICITAR-ANULACION THRU 4000-EXIT
002510         WHEN 9
002520             SET FIN-DE-MENU TO TRUE
002530         WHEN OTHER
003040     ADD 1 TO WS-FOLIO-ACTUAL.
003050     PERFORM 3200-GRABAR-FOLIO THRU 3200-EXIT.
003060
003070     MOVE SPACES TO DIA-REC.
003080     MOVE WS-FOLIO-ACTUAL   TO DIA-FOLIO.
003090     MOVE WS-FECHA-HOY      TO DIA-FECHA.
003100     MOVE CLIENTE-NUMERO    TO DIA-CLIENTE.
003110     MOVE WS-ENTRADA-MONTO-N TO DIA-MONTO.
003120     MOVE WS-OPERADOR       TO DIA-OPERADOR.
003122     SET DIA-PENDIENTE TO TRUE.
003124     MOVE ZERO TO DIA-FEC-CORTE.
003126     MOVE ZERO TO DIA-FEC-ANULA.
003130     WRITE DIA-REC
003131         INVALID KEY
003132             DISPLAY "FOLIO " WS-FOLIO-ACTUAL
003133                 " YA EXISTE EN CAJADIA; REVISE CAJACTL"
003134             GO TO 3000-EXIT
003135     END-WRITE.
003140
003150     ADD 1 TO WS-RECIBOS-DIA.
003160     ADD WS-ENTRADA-MONTO-N TO WS-TOTAL-CAJON.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003810*  4000-SOLICITAR-ANULACION - Un recibo mal capturado no se  *
003810*  anula con una sola firma: queda en la cola de            *
003810*  aprobaciones y APRBREV lo anula (y, si el dia ya se       *
003810*  libero, genera el movimiento de reversa) al aprobarlo.    *
003810*----------------------------------------------------------*
003810 4000-SOLICITAR-ANULACION.
003811     DISPLAY "Folio a anular:".
003811     ACCEPT WS-ENTRADA-FOLIO.
003811     IF WS-ENTRADA-FOLIO NOT NUMERIC
003811         DISPLAY "Folio invalido"
003811         GO TO 4000-EXIT
003811     END-IF.
003812     MOVE WS-ENTRADA-FOLIO TO DIA-FOLIO.
003812     READ DIA-FILE
003812         INVALID KEY
003812             DISPLAY "Folio no encontrado en CAJADIA"
003812             GO TO 4000-EXIT
003812     END-READ.
003813     IF DIA-ANULADO
003813         DISPLAY "El folio ya esta anulado desde el "
003813             DIA-FEC-ANULA
003813         GO TO 4000-EXIT
003813     END-IF.
003813     MOVE DIA-MONTO TO WS-MONTO-EDIT.
003814     DISPLAY "Folio " DIA-FOLIO " del " DIA-FECHA
003814         " cuenta " DIA-CLIENTE " por " WS-MONTO-EDIT.
003814     IF DIA-LIBERADO
003814         DISPLAY "El dia ya se libero el " DIA-FEC-CORTE
003814             "; se generara la reversa para CLIPOST"
003814     END-IF.
003815     DISPLAY "Solicitar la anulacion (S/N):".
003815     MOVE "N" TO WS-CONFIRMA.
003815     ACCEPT WS-CONFIRMA.
003815     IF WS-CONFIRMA NOT = "S"
003815         GO TO 4000-EXIT
003815     END-IF.
003816*  Operacion sensible: queda pendiente de la segunda firma.
003816     SET APRBCHK-ANOTAR TO TRUE.
003816     MOVE "ANULA-REC" TO APRBCHK-TIPO.
003816     MOVE SPACES TO APRBCHK-CLAVE.
003816     MOVE DIA-FOLIO TO APRBCHK-CLAVE.
003816     MOVE SPACES TO APRBCHK-DATO.
003817     MOVE DIA-CLIENTE TO APRBCHK-DATO.
003817     MOVE WS-OPERADOR TO APRBCHK-SOLICITANTE.
003817     CALL "APRBCHK" USING APRBCHK-PARM.
003817     IF APRBCHK-OK
003817         DISPLAY "Anulacion pendiente de aprobacion, "
003817             "solicitud " APRBCHK-SECUENCIA
003818     ELSE
003818         DISPLAY "ERROR AL ENCOLAR LA SOLICITUD"
003818     END-IF.
003818 4000-EXIT.
003818     EXIT.
003818
003819*----------------------------------------------------------*
003820*  5000-CORTE-DE-CAJA - Compara el efectivo contado contra   *
003830*  los recibos del dia; con el corte confirmado libera los   *
003835*  movimientos a CLIMOVS y marca los recibos como            *
003840*  liberados.  Los anulados no entran al total del cajon y   *
003845*  se listan por separado.                                    *
003850*----------------------------------------------------------*
003860 5000-CORTE-DE-CAJA.
003862*  El total se recalcula: una anulacion aprobada desde otra
003864*  terminal pudo cambiar el cajon durante la sesion.
003866     PERFORM 1200-SUMAR-DIA-PREVIO THRU 1200-EXIT.
003870     IF WS-RECIBOS-DIA = ZERO
003875        AND WS-ANULADOS-CORTE = ZERO
003880         DISPLAY "Sin recibos que cortar"
003890         GO TO 5000-EXIT
003892     END-IF.
003894     IF WS-ANULADOS-CORTE > ZERO
003896         PERFORM 5050-LISTAR-ANULADOS THRU 5050-EXIT
003900     END-IF.
003910
003920     MOVE WS-TOTAL-CAJON TO WS-MONTO-EDIT.
004190     MOVE ZERO TO WS-RECIBOS-DIA.
004200     MOVE ZERO TO WS-TOTAL-CAJON.
004210     MOVE ZERO TO WS-MOV-LIBERADOS.
004213     MOVE ZERO TO WS-ANULADOS-CORTE.
004216     MOVE ZERO TO WS-MONTO-ANULADO.
004220 5000-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------*
004250*  5050-LISTAR-ANULADOS - Folios anulados aun sin corte,     *
004250*  fuera del total del cajon.                                 *
004250*----------------------------------------------------------*
004251 5050-LISTAR-ANULADOS.
004251     DISPLAY "FOLIOS ANULADOS (FUERA DEL CORTE):".
004251     MOVE ZERO TO DIA-FOLIO.
004251     START DIA-FILE KEY NOT < DIA-FOLIO
004252         INVALID KEY
004252             GO TO 5050-EXIT
004252     END-START.
004252     MOVE "N" TO WS-FIN-DIA.
004253     PERFORM 5060-LISTAR-UNO THRU 5060-EXIT
004253         UNTIL FIN-DE-DIA.
004253     MOVE WS-MONTO-ANULADO TO WS-MONTO-EDIT.
004253     DISPLAY "ANULADOS: " WS-ANULADOS-CORTE
004254         "  Total: " WS-MONTO-EDIT.
004254 5050-EXIT.
004254     EXIT.
004254
004255 5060-LISTAR-UNO.
004255     READ DIA-FILE NEXT RECORD
004255         AT END
004255             SET FIN-DE-DIA TO TRUE
004256             GO TO 5060-EXIT
004256     END-READ.
004256     IF DIA-ANULADO AND DIA-FEC-CORTE = ZERO
004256         MOVE DIA-MONTO TO WS-MONTO-EDIT
004257         DISPLAY "  " DIA-FOLIO " " DIA-FECHA " "
004257             DIA-CLIENTE " " WS-MONTO-EDIT
004257             " ANULADO EL " DIA-FEC-ANULA
004257     END-IF.
004258 5060-EXIT.
004258     EXIT.
004258
004259*----------------------------------------------------------*
004260*  5100-LIBERAR-DIA - Copia los recibos del dia a CLIMOVS    *
004270*  como pagos y los marca liberados con la fecha del corte;  *
004275*  los anulados sin corte solo reciben la fecha del corte.   *
004280*----------------------------------------------------------*
004290 5100-LIBERAR-DIA.
004320     OPEN EXTEND MOVIMIENTO-FILE.
004330     IF NOT WS-MOV-OK
004340         OPEN OUTPUT MOVIMIENTO-FILE
004350     END-IF.
004351     MOVE ZERO TO DIA-FOLIO.
004352     START DIA-FILE KEY NOT < DIA-FOLIO
004353         INVALID KEY
004354             CLOSE MOVIMIENTO-FILE
004355             GO TO 5100-EXIT
004356     END-START.
004360     MOVE "N" TO WS-FIN-DIA.
004370     PERFORM 5110-LIBERAR-UNO THRU 5110-EXIT
004380         UNTIL FIN-DE-DIA.
004390     CLOSE MOVIMIENTO-FILE.
004420 5100-EXIT.
004430     EXIT.
004440
004450 5110-LIBERAR-UNO.
004460     READ DIA-FILE NEXT RECORD
004470         AT END
004480             SET FIN-DE-DIA TO TRUE
004490             GO TO 5110-EXIT
004500     END-READ.
004501     IF DIA-FEC-CORTE NOT = ZERO
004502         GO TO 5110-EXIT
004503     END-IF.
004504     MOVE WS-FECHA-HOY TO DIA-FEC-CORTE.
004505     IF DIA-ANULADO
004506         PERFORM 9100-REESCRIBIR-DIA THRU 9100-EXIT
004507         GO TO 5110-EXIT
004508     END-IF.
004510     INITIALIZE MOV-REC.
004520     MOVE DIA-CLIENTE TO MOV-CLIENTE.
004530     MOVE DIA-FECHA   TO MOV-FECHA.
004540     MOVE "P"         TO MOV-TIPO.
004550     MOVE DIA-MONTO   TO MOV-MONTO.
004555     MOVE "CJ"        TO MOV-ORIGEN.
004560     WRITE MOV-REC.
004570     ADD 1 TO WS-MOV-LIBERADOS.
004573     SET DIA-LIBERADO TO TRUE.
004576     PERFORM 9100-REESCRIBIR-DIA THRU 9100-EXIT.
004580 5110-EXIT.
004590     EXIT.
004600
004670     CLOSE DIA-FILE.
004680 9000-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720*  9100-REESCRIBIR-DIA - Marca del corte en CAJADIA.  Si no  *
004730*  se graba, el folio ya liberado a CLIMOVS volveria a salir *
004740*  en el siguiente corte: se avisa y se detiene el corte.    *
004750*----------------------------------------------------------*
004760 9100-REESCRIBIR-DIA.
004770     REWRITE DIA-REC
004780         INVALID KEY
004790             CONTINUE
004800     END-REWRITE.
004810     IF WS-DIA-OK
004820         GO TO 9100-EXIT
004830     END-IF.
004840     MOVE "CLICAJA"          TO ERRHAND-PROGRAMA.
004850     MOVE "5110-LIBERAR-UNO" TO ERRHAND-PARRAFO.
004860     MOVE WS-DIA-STATUS      TO ERRHAND-FILE-STATUS.
004870     SET ERRHAND-FATAL TO TRUE.
004880     MOVE SPACES TO ERRHAND-MENSAJE.
004890     STRING "ERROR AL REESCRIBIR CAJADIA, FOLIO "
004900             DELIMITED BY SIZE
004910         DIA-FOLIO DELIMITED BY SIZE
004920         INTO ERRHAND-MENSAJE
004930     END-STRING.
004940     CALL "ERRHAND" USING ERRHAND-PARM.
004950     DISPLAY "CORTE DETENIDO EN EL FOLIO " DIA-FOLIO
004960         "; AVISE A SISTEMAS ANTES DE REPETIRLO".
004970     SET FIN-DE-DIA TO TRUE.
004980 9100-EXIT.
004990     EXIT.
