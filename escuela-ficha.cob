000130*  los conteos de asistencia de ASISIDX, el saldo del tutor  *
000140*  en CLIMAST y los ultimos renglones de ESCAUDIT del        *
000150*  estudiante.                                                *
000155*  Al final, sus incidentes disciplinarios de INCIDX.        *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-09-01 JFV  Creacion inicial.
000184*                  en switches al abrir, no en el file
000185*                  status vivo (que cambia con cada lectura
000186*                  y envenenaba las consultas siguientes).
000186*  2026-10-15 JFV  Los renglones IMAGEN del rastro (copia
000187*                  del registro para la recuperacion) no
000187*                  cuentan entre los ultimos movimientos.
000188*  2026-10-15 JFV  Panel 6 de incidentes disciplinarios
000188*                  (INCIDX, opcional): fecha, tipo, sancion
000189*                  y dias de suspension.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ESCFICHA.
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-CLI-STATUS.
000570
000571     SELECT INCIDENTE-FILE ASSIGN TO "INCIDX"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS INCI-CLAVE
000575         FILE STATUS IS WS-INC-STATUS.
000576
000580     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUD-STATUS.
000730 FD  CLIENTE-FILE.
000740     COPY CLIREC.
000750
000752 FD  INCIDENTE-FILE.
000754     COPY INCIREC.
000756
000760 FD  AUDIT-FILE.
000770     COPY AUDREC.
000780
000900 01  WS-CLI-STATUS                PIC X(02).
000910     88  WS-CLI-OK                        VALUE "00".
000920     88  WS-CLI-NO-ENCONTRADO              VALUE "23".
000922
000924 01  WS-INC-STATUS                PIC X(02).
000926     88  WS-INC-OK                        VALUE "00".
000930
000940 01  WS-AUD-STATUS                PIC X(02).
000950     88  WS-AUD-OK                        VALUE "00".
001065     88  ASISTENCIA-DISPONIBLE            VALUE "S".
001066 01  WS-HAY-CLIENTES              PIC X(01) VALUE "N".
001067     88  CLIENTES-DISPONIBLES             VALUE "S".
001067 01  WS-HAY-INCIDENTES            PIC X(01) VALUE "N".
001067     88  INCIDENTES-DISPONIBLES           VALUE "S".
001068
001070 01  WS-ENTRADA-OPCION            PIC X(01).
001080 01  WS-ENTRADA-IDEN              PIC X(05).
001190 01  WS-ACUM-JUSTIFICADAS         PIC 9(03) VALUE ZERO.
001200 01  WS-ACUM-TARDES               PIC 9(03) VALUE ZERO.
001210 01  WS-ACUM-PRESENTES            PIC 9(03) VALUE ZERO.
001212 01  WS-TOTAL-INCIDENTES          PIC 9(03) COMP VALUE ZERO.
001214 01  WS-INC-TIPO-TEXTO            PIC X(30).
001216 01  WS-INC-SANC-TEXTO            PIC X(30).
001220
001230*  Ultimos renglones de auditoria del estudiante, con la
001240*  misma ventana corrida que usa el panel de MENUPRIN.
001300         10  WS-AUD-L-ACCION      PIC X(12).
001310         10  WS-AUD-L-CAMPO       PIC X(10).
001320 01  WS-IDX-AUD                   PIC 9(02) COMP.
001323
001326 COPY INCITIPO.
001330
001340 COPY ERRPARM.
001350
001630     OPEN INPUT CLIENTE-FILE.
001631     IF WS-CLI-OK
001632         SET CLIENTES-DISPONIBLES TO TRUE
001632     END-IF.
001632     OPEN INPUT INCIDENTE-FILE.
001632     IF WS-INC-OK
001632         SET INCIDENTES-DISPONIBLES TO TRUE
001633     END-IF.
001640 1000-EXIT.
001650     EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------*
002810*  4000-MOSTRAR-FICHA - Los seis paneles, uno tras otro      *
002820*----------------------------------------------------------*
002830 4000-MOSTRAR-FICHA.
002840     MOVE ESTUDIANTE-IDEN TO WS-ENTRADA-IDEN.
002980     PERFORM 4200-PANEL-ASISTENCIA THRU 4200-EXIT.
002990     PERFORM 4300-PANEL-TUTOR THRU 4300-EXIT.
003000     PERFORM 4400-PANEL-AUDITORIA THRU 4400-EXIT.
003005     PERFORM 4500-PANEL-INCIDENTES THRU 4500-EXIT.
003010     DISPLAY "============================================".
003020 4000-EXIT.
003030     EXIT.
004570     IF AUD-IDEN NOT = WS-ENTRADA-IDEN
004580         GO TO 4410-EXIT
004590     END-IF.
004592     IF AUD-OPERACION = "IMAGEN"
004594         GO TO 4410-EXIT
004596     END-IF.
004600     IF WS-TOTAL-AUD < 5
004610         ADD 1 TO WS-TOTAL-AUD
004620     ELSE
004810     EXIT.
004820
004830*----------------------------------------------------------*
004830*  4500-PANEL-INCIDENTES - Incidentes disciplinarios del     *
004830*  estudiante, del mas antiguo al mas reciente.              *
004830*----------------------------------------------------------*
004830 4500-PANEL-INCIDENTES.
004830     DISPLAY "6) INCIDENTES DISCIPLINARIOS".
004830     IF NOT INCIDENTES-DISPONIBLES
004830         DISPLAY "  (SIN ARCHIVO DE INCIDENTES)"
004831         GO TO 4500-EXIT
004831     END-IF.
004831     MOVE ZERO TO WS-TOTAL-INCIDENTES.
004831     MOVE WS-ENTRADA-IDEN TO INCI-IDEN.
004831     MOVE ZERO TO INCI-FECHA.
004831     MOVE ZERO TO INCI-SECUENCIA.
004831     START INCIDENTE-FILE KEY NOT < INCI-CLAVE
004832         INVALID KEY
004832             DISPLAY "  (SIN INCIDENTES REGISTRADOS)"
004832             GO TO 4500-EXIT
004832     END-START.
004832     MOVE "N" TO WS-FIN-DETALLE.
004832     PERFORM 4510-LISTAR-INCIDENTE THRU 4510-EXIT
004832         UNTIL FIN-DE-DETALLE.
004833     IF WS-TOTAL-INCIDENTES = ZERO
004833         DISPLAY "  (SIN INCIDENTES REGISTRADOS)"
004833     END-IF.
004833 4500-EXIT.
004833     EXIT.
004833
004833 4510-LISTAR-INCIDENTE.
004834     READ INCIDENTE-FILE NEXT RECORD
004834         AT END
004834             SET FIN-DE-DETALLE TO TRUE
004834             GO TO 4510-EXIT
004834     END-READ.
004834     IF INCI-IDEN NOT = WS-ENTRADA-IDEN
004834         SET FIN-DE-DETALLE TO TRUE
004835         GO TO 4510-EXIT
004835     END-IF.
004835     ADD 1 TO WS-TOTAL-INCIDENTES.
004835     MOVE INCI-TIPO TO WS-INC-TIPO-TEXTO.
004835     SET INCITIPO-IDX TO 1.
004835     SEARCH INCITIPO-ENTRADA
004835         WHEN INCITIPO-CODIGO (INCITIPO-IDX) = INCI-TIPO
004836             MOVE INCITIPO-TEXTO (INCITIPO-IDX)
004836                 TO WS-INC-TIPO-TEXTO
004836     END-SEARCH.
004836     MOVE INCI-SANCION TO WS-INC-SANC-TEXTO.
004836     SET INCISANC-IDX TO 1.
004836     SEARCH INCISANC-ENTRADA
004836         WHEN INCISANC-CODIGO (INCISANC-IDX) = INCI-SANCION
004837             MOVE INCISANC-TEXTO (INCISANC-IDX)
004837                 TO WS-INC-SANC-TEXTO
004837     END-SEARCH.
004837     DISPLAY "  " INCI-FECHA " " WS-INC-TIPO-TEXTO.
004837     IF INCI-SUSPENSION
004837         DISPLAY "      " WS-INC-SANC-TEXTO " "
004837             INCI-DIAS-SUSPENSION
004838             " DIAS DEL " INCI-SUSP-DESDE " AL " INCI-SUSP-HASTA
004838     ELSE
004838         DISPLAY "      " WS-INC-SANC-TEXTO
004838     END-IF.
004838 4510-EXIT.
004838     EXIT.
004838
004839*----------------------------------------------------------*
004840*  9000-FINALIZAR - Cierra archivos                          *
004850*----------------------------------------------------------*
004860 9000-FINALIZAR.
004910     IF ASISTENCIA-DISPONIBLE
004920         CLOSE ASISTENCIA-FILE
004930     END-IF.
004932     IF INCIDENTES-DISPONIBLES
004934         CLOSE INCIDENTE-FILE
004936     END-IF.
004940     IF CLIENTES-DISPONIBLES
004950         CLOSE CLIENTE-FILE
004960     END-IF.
