000204*  2026-09-01 JFV  El historial se lee ahora del indexado
000205*                  CLIMHIDX (ver CLIMHCNV), ya en orden de
000206*                  cliente y fecha.
000206*  2026-10-15 JFV  Cada hoja abre con el nombre y domicilio del
000206*                  tutor segun CLIMAST (rutina DIRELKP) para el
000206*                  sobre de ventanilla; las cuentas sin domicilio
000206*                  se cuentan en el resumen.
000207*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CLIESTAD.
001020         10  WS-MOV-L-MONTO       PIC 9(08)V9(02).
001030 01  WS-IDX-MOV                   PIC 9(02) COMP.
001031 01  WS-MOVS-OMITIDOS             PIC 9(05) COMP VALUE ZERO.
001035 01  WS-IDX-DOM                   PIC 9(01) COMP.
001040
001050 01  WS-ACUMULADOS-CLIENTE.
001060     05  WS-CARGOS-MES            PIC 9(09)V9(02) VALUE ZERO.
001130     05  WS-MOV-LEIDOS            PIC 9(07) COMP VALUE ZERO.
001140     05  WS-ESTADOS-EMITIDOS      PIC 9(05) COMP VALUE ZERO.
001150     05  WS-SIN-MAESTRO           PIC 9(05) COMP VALUE ZERO.
001155     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
001160
001170 01  WS-LINEA-ENCABEZADO.
001180     05  FILLER                   PIC X(17)
001520         VALUE "  (CLIENTE SIN CUENTA EN CLIMAST)".
001530     05  FILLER                   PIC X(40) VALUE SPACES.
001540
001541*  Bloque de domicilio del tutor (rutina DIRELKP) para el
001542*  sobre de ventanilla.
001543 01  WS-LINEA-DOMICILIO.
001544     05  RPT-DOMICILIO            PIC X(60).
001545     05  FILLER                   PIC X(20) VALUE SPACES.
001546
001550 01  WS-LINEA-SEPARADOR           PIC X(80) VALUE ALL "=".
001560
001570 COPY ERRPARM.
001573
001576 COPY DIREPARM.
001580
001590 COPY RPTGPARM.
001600
003110     MOVE CLIENTE-NOMBRE      TO RPT-NOMBRE.
003120     MOVE WS-MES-PROCESO      TO RPT-MES.
003130     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
003135     PERFORM 2350-IMPRIMIR-DOMICILIO THRU 2350-EXIT.
003140     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
003150     IF WS-CLI-NO-ENCONTRADO
003160         WRITE REPORTE-LINEA FROM WS-LINEA-SIN-MAESTRO
003330 2300-EXIT.
003340     EXIT.
003350
003350*----------------------------------------------------------*
003350*  2350-IMPRIMIR-DOMICILIO - Nombre y domicilio del tutor    *
003351*  segun CLIMAST (rutina DIRELKP); sin domicilio capturado   *
003351*  sale la leyenda y se cuenta en el resumen.                *
003351*----------------------------------------------------------*
003352 2350-IMPRIMIR-DOMICILIO.
003352     MOVE SPACES TO DIRELKP-TUTOR.
003352     MOVE WS-CLIENTE-ANTERIOR TO DIRELKP-CLIENTE.
003353     CALL "DIRELKP" USING DIRELKP-PARM.
003353     IF NOT DIRELKP-CON-DOMICILIO
003353         ADD 1 TO WS-SIN-DOMICILIO
003354     END-IF.
003354     PERFORM 2360-RENGLON-DOMICILIO THRU 2360-EXIT
003354         VARYING WS-IDX-DOM FROM 1 BY 1
003355         UNTIL WS-IDX-DOM > 4.
003355     MOVE SPACES TO REPORTE-LINEA.
003355     WRITE REPORTE-LINEA.
003356 2350-EXIT.
003356     EXIT.
003356
003357 2360-RENGLON-DOMICILIO.
003357     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO RPT-DOMICILIO.
003357     WRITE REPORTE-LINEA FROM WS-LINEA-DOMICILIO.
003358 2360-EXIT.
003358     EXIT.
003359
003360 2400-IMPRIMIR-MOVIMIENTO.
003370     MOVE WS-MOV-L-FECHA (WS-IDX-MOV) TO RPT-FECHA.
003380     IF WS-MOV-L-TIPO (WS-IDX-MOV) = "C"
003610     DISPLAY "MOVIMIENTOS LEIDOS : " WS-MOV-LEIDOS.
003620     DISPLAY "ESTADOS EMITIDOS   : " WS-ESTADOS-EMITIDOS.
003630     DISPLAY "SIN CUENTA CLIMAST : " WS-SIN-MAESTRO.
003635     DISPLAY "SIN DOMICILIO      : " WS-SIN-DOMICILIO.
003640     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
003650 9000-EXIT.
003660     EXIT.
