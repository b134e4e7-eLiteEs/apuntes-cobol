000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-08-22 JFV  Creacion inicial.
000170*  2026-10-15 JFV  En riesgo = promedio reprobado en la escala
000171*                  del nivel del curso (rutina comun ESCALCHK,
000172*                  nivel via CURSOCHK) en vez del 6.00 fijo;
000173*                  el renglon lleva la calificacion en la
000174*                  escala y la carta el minimo del nivel.
000174*  2026-10-15 JFV  El SORT se alimenta del extracto de activos
000175*                  ESCACTIV cuando ACTVCHK lo da vigente; si
000176*                  no, del maestro ESTUDIDX como antes.
000177*  2026-10-15 JFV  La carta al tutor abre con su nombre y
000178*                  domicilio segun CLIMAST (rutina DIRELKP) para
000179*                  el sobre de ventanilla.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCLISTA.
000370     SELECT WORK-FILE ASSIGN TO "LISTWORK"
000380         ORGANIZATION IS SEQUENTIAL.
000390
000392     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000394         ORGANIZATION IS SEQUENTIAL
000396         FILE STATUS IS WS-EXT-STATUS.
000398
000400     SELECT REPORTE-FILE ASSIGN TO "ESCLISTA"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-STATUS.
000490 FILE SECTION.
000500 FD  ESTUDIANTE-FILE.
000510     COPY ESTUD.
000512
000514 FD  EXTRACTO-FILE.
000516     COPY ACTVREC.
000520
000530 SD  WORK-FILE.
000540 01  WORK-REC.
000750 01  WS-CTA-STATUS                PIC X(02).
000760     88  WS-CTA-OK                        VALUE "00".
000770
000772 01  WS-EXT-STATUS                PIC X(02).
000774     88  WS-EXT-OK                        VALUE "00".
000776
000780 01  WS-SWITCHES.
000790     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000800         88  FIN-DE-SORT                  VALUE "S".
000802     05  WS-USA-EXTRACTO          PIC X(01) VALUE "N".
000804         88  USA-EXTRACTO                 VALUE "S".
000806     05  WS-FIN-EXTRACTO          PIC X(01) VALUE "N".
000808         88  FIN-DE-EXTRACTO              VALUE "S".
000810     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
000820         88  ES-PRIMER-CURSO              VALUE "S".
000830         88  NO-ES-PRIMER-CURSO           VALUE "N".
000850         88  RIESGO-ENCABEZADO-PUESTO     VALUE "S".
000860
000870 01  WS-UMBRAL-HONOR              PIC 9(02)V9(02) VALUE 9.00.
000890
000900 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
000905 01  WS-NIVEL-CURSO               PIC 9(02) VALUE ZERO.
000910
000920 01  WS-CONTADORES.
000930     05  WS-TOTAL-HONOR           PIC 9(05) COMP VALUE ZERO.
000940     05  WS-TOTAL-RIESGO          PIC 9(05) COMP VALUE ZERO.
000950     05  WS-TOTAL-CARTAS          PIC 9(05) COMP VALUE ZERO.
000955     05  WS-CARTAS-SIN-DOMICILIO  PIC 9(05) COMP VALUE ZERO.
000960
000970 01  WS-LINEA-CURSO.
000980     05  FILLER                   PIC X(07) VALUE "CURSO: ".
001060     05  RPT-NOMBRE               PIC X(30).
001070     05  FILLER                   PIC X(02) VALUE SPACES.
001080     05  RPT-PROMEDIO             PIC Z9.99.
001085     05  FILLER                   PIC X(01) VALUE SPACE.
001090     05  RPT-ESCALA               PIC X(15).
001095     05  FILLER                   PIC X(18) VALUE SPACES.
001100
001110 01  WS-CARTA-NOMBRE              PIC X(30).
001120 01  WS-CARTA-TUTOR               PIC X(20).
001130 01  WS-CARTA-PROM-EDIT           PIC Z9.99.
001135 01  WS-CARTA-MIN-EDIT            PIC Z9.99.
001137 01  WS-IDX-DOM                   PIC 9(01) COMP.
001140
001150 COPY ERRPARM.
001151
001152 COPY DIREPARM.
001153
001154 COPY CURSOPARM.
001155
001156 COPY ESCAPARM.
001157
001158 COPY ACTVPARM.
001160
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001260*  archivo de cartas.                                         *
001270*----------------------------------------------------------*
001280 1000-INICIALIZAR.
001280     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001280     OPEN OUTPUT REPORTE-FILE.
001280     OPEN OUTPUT CARTA-FILE.
001281 1000-EXIT.
001281     EXIT.
001281
001282*----------------------------------------------------------*
001282*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
001282*  da vigente (se salta el encabezado); si no, el maestro.   *
001283*----------------------------------------------------------*
001283 1100-ABRIR-ENTRADA.
001283     CALL "ACTVCHK" USING ACTVCHK-PARM.
001284     IF ACTVCHK-VIGENTE
001284         OPEN INPUT EXTRACTO-FILE
001284         IF WS-EXT-OK
001285             READ EXTRACTO-FILE
001285                 AT END
001285                     MOVE "10" TO WS-EXT-STATUS
001286             END-READ
001286         END-IF
001286         IF WS-EXT-OK
001287             SET USA-EXTRACTO TO TRUE
001287             GO TO 1100-EXIT
001287         END-IF
001288         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
001288     END-IF.
001288     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
001289
001290     OPEN INPUT ESTUDIANTE-FILE.
001300     IF NOT WS-STU-OK
001310         MOVE "ESCLISTA"      TO ERRHAND-PROGRAMA
001320         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
001330         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001340         SET ERRHAND-FATAL TO TRUE
001350         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001360         CALL "ERRHAND" USING ERRHAND-PARM
001370         STOP RUN
001380     END-IF.
001390 1100-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------*
001550     EXIT.
001560
001570 2100-CARGAR-ACTIVOS.
001571     IF USA-EXTRACTO
001572         PERFORM 2120-LEER-EXTRACTO THRU 2120-EXIT
001573             UNTIL FIN-DE-EXTRACTO
001574         GO TO 2100-EXIT
001575     END-IF.
001580     PERFORM 2110-LEER-UNO THRU 2110-EXIT
001590         UNTIL WS-STU-FIN-ARCHIVO.
001600 2100-EXIT.
001750             END-IF
001760     END-READ.
001770 2110-EXIT.
001770     EXIT.
001771
001771 2120-LEER-EXTRACTO.
001772     READ EXTRACTO-FILE
001772         AT END
001773             SET FIN-DE-EXTRACTO TO TRUE
001773         NOT AT END
001774             IF ACTV-DETALLE
001774                 MOVE ACTV-CURSO    TO WORK-CURSO
001775                 MOVE ACTV-PROMEDIO TO WORK-PROMEDIO
001775                 MOVE ACTV-IDEN     TO WORK-IDEN
001776                 MOVE ACTV-NOMBRE   TO WORK-NOMBRE
001776                 MOVE ACTV-TUTOR    TO WORK-TUTOR
001777                 RELEASE WORK-REC
001777             END-IF
001778     END-READ.
001779 2120-EXIT.
001780     EXIT.
001790
001800 2200-IMPRIMIR-LISTAS.
002010         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
002020         MOVE "  -- CUADRO DE HONOR --" TO REPORTE-LINEA
002030         WRITE REPORTE-LINEA
002032         SET CURSOCHK-VALIDAR TO TRUE
002034         MOVE WORK-CURSO TO CURSOCHK-CODIGO
002036         CALL "CURSOCHK" USING CURSOCHK-PARM
002038         MOVE CURSOCHK-NIVEL TO WS-NIVEL-CURSO
002040     END-IF.
002042
002044     MOVE WS-NIVEL-CURSO TO ESCALCHK-NIVEL.
002046     MOVE WORK-PROMEDIO  TO ESCALCHK-CALIF.
002048     CALL "ESCALCHK" USING ESCALCHK-PARM.
002050
002060     EVALUATE TRUE
002070         WHEN WORK-PROMEDIO >= WS-UMBRAL-HONOR
002080             ADD 1 TO WS-TOTAL-HONOR
002090             PERFORM 2250-ESCRIBIR-DETALLE THRU 2250-EXIT
002100         WHEN ESCALCHK-REPROBADA
002110             IF NOT RIESGO-ENCABEZADO-PUESTO
002120                 SET RIESGO-ENCABEZADO-PUESTO TO TRUE
002130                 MOVE "  -- EN RIESGO --" TO REPORTE-LINEA
002260     MOVE WORK-IDEN     TO RPT-IDEN.
002270     MOVE WORK-NOMBRE   TO RPT-NOMBRE.
002280     MOVE WORK-PROMEDIO TO RPT-PROMEDIO.
002285     MOVE ESCALCHK-DESCRIPTOR TO RPT-ESCALA.
002290     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
002300 2250-EXIT.
002310     EXIT.
002390     MOVE WORK-NOMBRE TO WS-CARTA-NOMBRE.
002400     MOVE WORK-TUTOR  TO WS-CARTA-TUTOR.
002410     MOVE WORK-PROMEDIO TO WS-CARTA-PROM-EDIT.
002415     MOVE ESCALCHK-MINIMO TO WS-CARTA-MIN-EDIT.
002420
002430     MOVE ALL "=" TO CARTA-LINEA.
002440     WRITE CARTA-LINEA.
002445     PERFORM 2310-DOMICILIO-CARTA THRU 2310-EXIT.
002450     MOVE SPACES TO CARTA-LINEA.
002460     STRING "Estimado(a) " DELIMITED BY SIZE
002470         WS-CARTA-TUTOR DELIMITED BY SIZE
002670         INTO CARTA-LINEA
002680     END-STRING.
002690     WRITE CARTA-LINEA.
002700     MOVE SPACES TO CARTA-LINEA.
002710     STRING "inferior al minimo de aprobacion ("
002711         DELIMITED BY SIZE
002712         WS-CARTA-MIN-EDIT DELIMITED BY SIZE
002713         ").  Le pedimos" DELIMITED BY SIZE
002714         INTO CARTA-LINEA
002715     END-STRING.
002720     WRITE CARTA-LINEA.
002730     MOVE "presentarse en la coordinacion academica."
002740         TO CARTA-LINEA.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002830*  2310-DOMICILIO-CARTA - Nombre y domicilio del tutor en    *
002830*  la cabeza de la carta, segun su cuenta en CLIMAST         *
002831*  (rutina DIRELKP), para el sobre de ventanilla.            *
002831*----------------------------------------------------------*
002831 2310-DOMICILIO-CARTA.
002832     MOVE WS-CARTA-TUTOR TO DIRELKP-TUTOR.
002832     MOVE SPACES TO DIRELKP-CLIENTE.
002832     CALL "DIRELKP" USING DIRELKP-PARM.
002833     IF NOT DIRELKP-CON-DOMICILIO
002833         ADD 1 TO WS-CARTAS-SIN-DOMICILIO
002833     END-IF.
002834     PERFORM 2320-RENGLON-DOMICILIO THRU 2320-EXIT
002834         VARYING WS-IDX-DOM FROM 1 BY 1
002834         UNTIL WS-IDX-DOM > 4.
002835     MOVE SPACES TO CARTA-LINEA.
002835     WRITE CARTA-LINEA.
002835 2310-EXIT.
002836     EXIT.
002836
002836 2320-RENGLON-DOMICILIO.
002837     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO CARTA-LINEA.
002837     WRITE CARTA-LINEA.
002837 2320-EXIT.
002838     EXIT.
002838
002839*----------------------------------------------------------*
002840*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
002850*----------------------------------------------------------*
002860 9000-FINALIZAR.
002863     IF USA-EXTRACTO
002866         CLOSE EXTRACTO-FILE
002869     ELSE
002872         CLOSE ESTUDIANTE-FILE
002875     END-IF.
002880     CLOSE REPORTE-FILE.
002890     CLOSE CARTA-FILE.
002900     DISPLAY " ".
002920     DISPLAY "CUADRO DE HONOR : " WS-TOTAL-HONOR.
002930     DISPLAY "EN RIESGO       : " WS-TOTAL-RIESGO.
002940     DISPLAY "CARTAS EMITIDAS : " WS-TOTAL-CARTAS.
002945     DISPLAY "SIN DOMICILIO   : " WS-CARTAS-SIN-DOMICILIO.
002950 9000-EXIT.
002960     EXIT.
