000225*                  avisan por consola en vez de perderse en
000226*                  silencio (la antiguedad de ese cliente
000227*                  queda incompleta).
000227*  2026-10-15 JFV  Las cuentas con convenio de pago vigente
000227*                  (CONVIDX, ver CONVMANT y CONVSEGU) se
000227*                  reportan marcadas y no reciben carta de
000227*                  cobranza.
000227*  2026-10-15 JFV  Lo rechazado por el banco en el cobro por
000227*                  domiciliacion (DOMIIDX, ver DOMIRESP) se
000227*                  cobra como vencido sin esperar el umbral
000227*                  de dias y se marca *RECHAZO; la marca se
000227*                  limpia cuando la cuenta queda sin adeudo.
000227*  2026-10-15 JFV  Las cubetas y el vencido de cada cuenta se
000227*                  dejan tambien en ANTIGIDX (recreado en cada
000227*                  corrida) para la revision de becas BECAREVI.
000227*  2026-10-15 JFV  La carta de cobranza abre con el nombre y
000227*                  domicilio del tutor segun CLIMAST (rutina
000227*                  DIRELKP) para el sobre de ventanilla.
000228*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CLIANTIG.
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTA-STATUS.
000550
000550     SELECT CONVENIO-FILE ASSIGN TO "CONVIDX"
000551         ORGANIZATION IS INDEXED
000551         ACCESS MODE IS RANDOM
000552         RECORD KEY IS CONV-CLIENTE
000552         FILE STATUS IS WS-CNV-STATUS.
000553
000553     SELECT DOMICILIO-FILE ASSIGN TO "DOMIIDX"
000554         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS RANDOM
000555         RECORD KEY IS DOM-CLIENTE
000555         FILE STATUS IS WS-DOM-STATUS.
000556
000556     SELECT ANTIGUEDAD-FILE ASSIGN TO "ANTIGIDX"
000557         ORGANIZATION IS INDEXED
000557         ACCESS MODE IS RANDOM
000558         RECORD KEY IS ANTI-CLIENTE
000558         FILE STATUS IS WS-ANT-STATUS.
000559
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HISTORIAL-FILE.
000740 FD  CARTA-FILE.
000750 01  CARTA-LINEA                  PIC X(80).
000760
000761 FD  CONVENIO-FILE.
000762     COPY CONVREC.
000763
000764 FD  DOMICILIO-FILE.
000765     COPY DOMIREC.
000766
000767 FD  ANTIGUEDAD-FILE.
000768     COPY ANTIREC.
000769
000770 WORKING-STORAGE SECTION.
000780 01  WS-HIS-STATUS                PIC X(02).
000790     88  WS-HIS-OK                        VALUE "00".
000890 01  WS-CTA-STATUS                PIC X(02).
000900     88  WS-CTA-OK                        VALUE "00".
000910
000911 01  WS-CNV-STATUS                PIC X(02).
000912     88  WS-CNV-OK                        VALUE "00".
000913
000914 01  WS-DOM-STATUS                PIC X(02).
000915     88  WS-DOM-OK                        VALUE "00".
000916
000917 01  WS-ANT-STATUS                PIC X(02).
000918     88  WS-ANT-OK                        VALUE "00".
000919
000920 01  WS-SWITCHES.
000930     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000940         88  FIN-DE-SORT                  VALUE "S".
000950     05  WS-PRIMER-CLIENTE        PIC X(01) VALUE "S".
000960         88  ES-PRIMER-CLIENTE            VALUE "S".
000970         88  NO-ES-PRIMER-CLIENTE         VALUE "N".
000970     05  WS-HAY-CONVENIOS         PIC X(01) VALUE "N".
000971         88  CONVENIOS-DISPONIBLES        VALUE "S".
000972     05  WS-TIENE-CONVENIO        PIC X(01) VALUE "N".
000973         88  TIENE-CONVENIO-VIGENTE       VALUE "S".
000974     05  WS-HAY-DOMICILIOS        PIC X(01) VALUE "N".
000975         88  DOMICILIOS-DISPONIBLES       VALUE "S".
000976     05  WS-TIENE-RECHAZO         PIC X(01) VALUE "N".
000977         88  TIENE-RECHAZO-BANCO          VALUE "S".
000978     05  WS-HAY-ANTIGUEDAD        PIC X(01) VALUE "N".
000979         88  ANTIGUEDAD-DISPONIBLE        VALUE "S".
000980
000990 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CLIANTIG".
001000
001340     05  WS-CUB-60                PIC 9(09)V9(02) VALUE ZERO.
001350     05  WS-CUB-90                PIC 9(09)V9(02) VALUE ZERO.
001360 01  WS-MONTO-VENCIDO             PIC 9(09)V9(02) VALUE ZERO.
001363 01  WS-MONTO-ADEUDO              PIC 9(09)V9(02) VALUE ZERO.
001366 01  WS-MONTO-RECHAZO             PIC 9(09)V9(02) VALUE ZERO.
001370
001380 01  WS-TOTALES-GENERALES.
001390     05  WS-TOT-CORRIENTE         PIC 9(10)V9(02) VALUE ZERO.
001440 01  WS-CONTADORES.
001450     05  WS-CLIENTES-REPORTADOS   PIC 9(05) COMP VALUE ZERO.
001460     05  WS-TOTAL-CARTAS          PIC 9(05) COMP VALUE ZERO.
001465     05  WS-CARTAS-CONVENIO       PIC 9(05) COMP VALUE ZERO.
001466     05  WS-CLIENTES-RECHAZO      PIC 9(05) COMP VALUE ZERO.
001467     05  WS-RECHAZOS-LIMPIOS      PIC 9(05) COMP VALUE ZERO.
001468     05  WS-CARTAS-SIN-DOMICILIO  PIC 9(05) COMP VALUE ZERO.
001470
001480 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001490     "CLIENTE NOMBRE               CORRIENTE      1-30 DIAS
001770     05  FILLER                   PIC X(14) VALUE SPACES.
001780
001790 01  WS-CARTA-MONTO-EDIT          PIC ZZZZZZZ9.99.
001795 01  WS-IDX-DOM                   PIC 9(01) COMP.
001800
001810 COPY ERRPARM.
001813
001816 COPY DIREPARM.
001820
001830 COPY PARMPARM.
001840
002230     IF PARMLKP-ENCONTRADO
002240        AND PARMLKP-VALOR IS NUMERIC
002250         MOVE PARMLKP-VALOR TO WS-DIAS-COBRANZA
002250     END-IF.
002250
002251*  Sin archivo de convenios se cobra a todos como antes.
002251     OPEN INPUT CONVENIO-FILE.
002252     IF WS-CNV-OK
002252         SET CONVENIOS-DISPONIBLES TO TRUE
002253     END-IF.
002253
002253*  Sin padron de domiciliacion no hay rechazos que cobrar.
002254     OPEN I-O DOMICILIO-FILE.
002254     IF WS-DOM-OK
002255         SET DOMICILIOS-DISPONIBLES TO TRUE
002255     END-IF.
002256
002256*  Sin ANTIGIDX solo falta la consulta de BECAREVI: se avisa.
002256     OPEN OUTPUT ANTIGUEDAD-FILE.
002257     IF WS-ANT-OK
002257         SET ANTIGUEDAD-DISPONIBLE TO TRUE
002258     ELSE
002258         DISPLAY "AVISO: NO SE PUDO CREAR ANTIGIDX, STATUS "
002259             WS-ANT-STATUS
002260     END-IF.
002270
002280     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003350         VARYING WS-IDX-CARGO FROM 1 BY 1
003360         UNTIL WS-IDX-CARGO > WS-TOTAL-CARGOS.
003370
003371     COMPUTE WS-MONTO-ADEUDO =
003372         WS-CUB-CORRIENTE + WS-CUB-30 + WS-CUB-60 + WS-CUB-90.
003373     MOVE "N" TO WS-TIENE-RECHAZO.
003374     IF DOMICILIOS-DISPONIBLES
003375         PERFORM 2330-REVISAR-RECHAZO THRU 2330-EXIT
003376     END-IF.
003377
003380     IF WS-CUB-CORRIENTE + WS-CUB-30 + WS-CUB-60 + WS-CUB-90
003390         > ZERO
003400         PERFORM 2350-REPORTAR-CLIENTE THRU 2350-EXIT
003810     EXIT.
003820
003830*----------------------------------------------------------*
003830*  2330-REVISAR-RECHAZO - Un cargo domiciliado que el banco  *
003830*  rechazo se cobra como vencido (hasta lo que se deba); si  *
003830*  la cuenta ya no debe nada, la marca se limpia.             *
003831*----------------------------------------------------------*
003831 2330-REVISAR-RECHAZO.
003831     MOVE WS-CLIENTE-ANTERIOR TO DOM-CLIENTE.
003831     READ DOMICILIO-FILE
003832         INVALID KEY
003832             GO TO 2330-EXIT
003832     END-READ.
003832     IF DOM-MONTO-RECHAZADO = ZERO
003833         GO TO 2330-EXIT
003833     END-IF.
003833
003833     IF WS-MONTO-ADEUDO = ZERO
003834         MOVE ZERO TO DOM-MONTO-RECHAZADO
003834         REWRITE DOM-REC
003834             INVALID KEY
003835                 DISPLAY "ERROR AL LIMPIAR RECHAZO " DOM-CLIENTE
003835         END-REWRITE
003835         ADD 1 TO WS-RECHAZOS-LIMPIOS
003835         GO TO 2330-EXIT
003836     END-IF.
003836
003836     SET TIENE-RECHAZO-BANCO TO TRUE.
003836     IF DOM-MONTO-RECHAZADO < WS-MONTO-ADEUDO
003837         MOVE DOM-MONTO-RECHAZADO TO WS-MONTO-RECHAZO
003837     ELSE
003837         MOVE WS-MONTO-ADEUDO TO WS-MONTO-RECHAZO
003837     END-IF.
003838 2330-EXIT.
003838     EXIT.
003838
003839*----------------------------------------------------------*
003840*  2350-REPORTAR-CLIENTE - Renglon del resumen y, si el      *
003850*  vencido rebasa el umbral, carta de cobranza.               *
003860*----------------------------------------------------------*
004110         END-IF
004120     END-IF.
004130
004130*  Lo rechazado por el banco ya esta vencido aunque el cargo
004131*  sea reciente.
004131     IF TIENE-RECHAZO-BANCO
004132        AND WS-MONTO-RECHAZO > WS-MONTO-VENCIDO
004132         MOVE WS-MONTO-RECHAZO TO WS-MONTO-VENCIDO
004133     END-IF.
004133
004134     MOVE "N" TO WS-TIENE-CONVENIO.
004134     IF CONVENIOS-DISPONIBLES AND WS-MONTO-VENCIDO > ZERO
004135         MOVE WS-CLIENTE-ANTERIOR TO CONV-CLIENTE
004135         READ CONVENIO-FILE
004136             NOT INVALID KEY
004136                 IF CONV-VIGENTE
004137                     SET TIENE-CONVENIO-VIGENTE TO TRUE
004137                 END-IF
004138         END-READ
004138     END-IF.
004139
004140     IF WS-MONTO-VENCIDO > ZERO
004145         EVALUATE TRUE
004146             WHEN TIENE-CONVENIO-VIGENTE
004148                 MOVE "*CONVENIO" TO RPT-MARCA
004149             WHEN TIENE-RECHAZO-BANCO
004150                 MOVE "*RECHAZO" TO RPT-MARCA
004151                 ADD 1 TO WS-CLIENTES-RECHAZO
004152             WHEN OTHER
004154                 MOVE "*COBRANZA" TO RPT-MARCA
004157         END-EVALUATE
004160     ELSE
004170         MOVE SPACES TO RPT-MARCA
004180     END-IF.
004190     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
004200     ADD 1 TO WS-CLIENTES-REPORTADOS.
004202     IF ANTIGUEDAD-DISPONIBLE
004204         PERFORM 2360-GUARDAR-ANTIGUEDAD THRU 2360-EXIT
004206     END-IF.
004210
004220     ADD WS-CUB-CORRIENTE TO WS-TOT-CORRIENTE.
004230     ADD WS-CUB-30        TO WS-TOT-30.
004250     ADD WS-CUB-90        TO WS-TOT-90.
004260
004270     IF WS-MONTO-VENCIDO > ZERO
004272         IF TIENE-CONVENIO-VIGENTE
004274             ADD 1 TO WS-CARTAS-CONVENIO
004276         ELSE
004280             PERFORM 2400-ESCRIBIR-CARTA THRU 2400-EXIT
004285         END-IF
004290     END-IF.
004300 2350-EXIT.
004300     EXIT.
004300
004301*----------------------------------------------------------*
004301*  2360-GUARDAR-ANTIGUEDAD - Deja las cubetas de la cuenta   *
004302*  en ANTIGIDX.                                               *
004302*----------------------------------------------------------*
004303 2360-GUARDAR-ANTIGUEDAD.
004303     INITIALIZE ANTI-REC.
004303     MOVE WS-CLIENTE-ANTERIOR TO ANTI-CLIENTE.
004304     MOVE WS-FECHA-HOY        TO ANTI-FECHA.
004304     MOVE WS-CUB-CORRIENTE    TO ANTI-CORRIENTE.
004305     MOVE WS-CUB-30           TO ANTI-30.
004305     MOVE WS-CUB-60           TO ANTI-60.
004306     MOVE WS-CUB-90           TO ANTI-90.
004306     MOVE WS-MONTO-VENCIDO    TO ANTI-VENCIDO.
004306     MOVE RPT-MARCA           TO ANTI-MARCA.
004307     WRITE ANTI-REC
004307         INVALID KEY
004308             DISPLAY "DUPLICADO EN ANTIGIDX: " ANTI-CLIENTE
004308     END-WRITE.
004309 2360-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004400
004410     MOVE ALL "=" TO CARTA-LINEA.
004420     WRITE CARTA-LINEA.
004425     PERFORM 2410-DOMICILIO-CARTA THRU 2410-EXIT.
004430     MOVE SPACES TO CARTA-LINEA.
004440     STRING "Estimado(a) " DELIMITED BY SIZE
004450         CLIENTE-NOMBRE DELIMITED BY SIZE
004740     EXIT.
004750
004760*----------------------------------------------------------*
004760*  2410-DOMICILIO-CARTA - Nombre y domicilio del tutor en    *
004760*  la cabeza de la carta (rutina DIRELKP), para el sobre de  *
004761*  ventanilla.                                                *
004761*----------------------------------------------------------*
004761 2410-DOMICILIO-CARTA.
004762     MOVE SPACES TO DIRELKP-TUTOR.
004762     MOVE WS-CLIENTE-ANTERIOR TO DIRELKP-CLIENTE.
004762     CALL "DIRELKP" USING DIRELKP-PARM.
004763     IF NOT DIRELKP-CON-DOMICILIO
004763         ADD 1 TO WS-CARTAS-SIN-DOMICILIO
004763     END-IF.
004764     PERFORM 2420-RENGLON-DOMICILIO THRU 2420-EXIT
004764         VARYING WS-IDX-DOM FROM 1 BY 1
004764         UNTIL WS-IDX-DOM > 4.
004765     MOVE SPACES TO CARTA-LINEA.
004765     WRITE CARTA-LINEA.
004765 2410-EXIT.
004766     EXIT.
004766
004766 2420-RENGLON-DOMICILIO.
004767     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO CARTA-LINEA.
004767     WRITE CARTA-LINEA.
004767 2420-EXIT.
004768     EXIT.
004768
004769*----------------------------------------------------------*
004770*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
004780*----------------------------------------------------------*
004790 9000-FINALIZAR.
004810     CLOSE CLIENTE-FILE.
004820     CLOSE REPORTE-FILE.
004830     CLOSE CARTA-FILE.
004831     IF CONVENIOS-DISPONIBLES
004832         CLOSE CONVENIO-FILE
004833     END-IF.
004834     IF DOMICILIOS-DISPONIBLES
004835         CLOSE DOMICILIO-FILE
004836     END-IF.
004837     IF ANTIGUEDAD-DISPONIBLE
004838         CLOSE ANTIGUEDAD-FILE
004839     END-IF.
004840     DISPLAY " ".
004850     DISPLAY "---- RESUMEN DE ANTIGUEDAD DE SALDOS ----".
004860     DISPLAY "CLIENTES CON SALDO : " WS-CLIENTES-REPORTADOS.
004870     DISPLAY "CARTAS DE COBRANZA : " WS-TOTAL-CARTAS.
004872     DISPLAY "SIN DOMICILIO      : " WS-CARTAS-SIN-DOMICILIO.
004875     DISPLAY "OMITIDAS CONVENIO  : " WS-CARTAS-CONVENIO.
004876     DISPLAY "CON RECHAZO BANCO  : " WS-CLIENTES-RECHAZO.
004877     DISPLAY "RECHAZOS LIMPIADOS : " WS-RECHAZOS-LIMPIOS.
004880     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004890 9000-EXIT.
004900     EXIT.
